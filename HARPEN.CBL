       FILE-CONTROL.
       copy 'hareket.cpy'.
       copy 'siparis.cpy'.
       copy 'sipavans.cpy'.
       copy 'arsiv.cpy'.
       DATA DIVISION.
       FILE SECTION.
       copy 'hareket.cpz'.
       copy 'siparis.cpz'.
       copy 'sipavans.cpz'.
       copy 'arsiv.cpz'.
       WORKING-STORAGE SECTION.
       01 EKRAN-DEGIS.
       01 SP-GOSTER.
           02 SG-TARIH              PIC X(10).
           02 SG-TUTAR              PIC ZZZ.ZZZ.ZZZ,ZZ.
           02 SG-AVANS              PIC ZZZ.ZZZ.ZZZ,ZZ.
           02 SG-ACIK-AVANS         PIC S9(13)V99.
       77 EKG-BAGTIP          PIC 9.
       77 EKG-DTIP            PIC 99.
       77 EKG-REFNO           PIC X(15).
           STRING SIP-GUN '/' SIP-AY '/' SIP-YIL
                DELIMITED BY SIZE INTO SG-TARIH.
           MOVE SIP-TUTAR TO SG-TUTAR.
           PERFORM SIPARIS-AVANS-TOPLA THRU SIPARIS-AVANS-TOPLA-SON.
           MOVE SG-ACIK-AVANS TO SG-AVANS.
           MOVE WCB TO NESTED-WCB (2).
           DISPLAY NESTED-WCB (2)
              LINE 1 POSITION 1 CONTROL 'WINDOW-CREATE'.
           CALL 'GOLGE' USING 0015 0030 0023 0090.
           CANCEL 'GOLGE'.
           DISPLAY 'KAYNAK SIPARIS' LINE 16 POSITION 35
                CONTROL 'BCOLOR=BLACK, FCOLOR=WHITE'.
                'HESAP ADI  :' LINE 20 POSITION 32
                SIP-HESAPADI(1:30)
                'TUTAR      :' LINE 21 POSITION 32
                SG-TUTAR
                'ACIK AVANS :' LINE 22 POSITION 32
                SG-AVANS.
           MOVE ' ' TO DUR.
           ACCEPT DUR LINE 37 POSITION 1 UPDATE NO BEEP
            CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           DISPLAY NESTED-WCB (2)
              LINE 1 POSITION 1 CONTROL 'WINDOW-REMOVE'.
           GO TUS.
      * siparise alinmis, henuz faturaya mahsup edilmemis avans
       SIPARIS-AVANS-TOPLA.
           MOVE ZEROS TO SG-ACIK-AVANS.
           OPEN INPUT SIPAVANS.
           IF ST-SIPAVANS NOT = '00' GO SIPARIS-AVANS-KAPAT.
           MOVE HS-SIPARISNO TO SAV-SIPNO.
           MOVE ZEROS TO SAV-SIRA.
           START SIPAVANS KEY IS NOT LESS THAN SAV-KEY
              INVALID KEY GO SIPARIS-AVANS-KAPAT.
       SIPARIS-AVANS-OKU.
           READ SIPAVANS NEXT AT END GO SIPARIS-AVANS-KAPAT.
           IF SAV-SIPNO NOT = HS-SIPARISNO GO SIPARIS-AVANS-KAPAT.
           IF SAV-ACIK
              COMPUTE SG-ACIK-AVANS = SG-ACIK-AVANS
                 + SAV-TUTAR - SAV-MAHSUP.
           GO SIPARIS-AVANS-OKU.
       SIPARIS-AVANS-KAPAT.
           CLOSE SIPAVANS.
       SIPARIS-AVANS-TOPLA-SON.
       CTHO-TUSU.
           EVALUATE IND-ARA
           WHEN 1 MOVE G-TIP TO T-TIP

       copy 'sicilkod.cpy'.
       copy 'chkpoint.cpy'.
       copy 'arsiv.cpy'.
       copy 'sipavans.cpy'.
            SELECT TEMPFILE ASSIGN TO DISK, TEMP-DOSYA
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
       copy 'sicilkod.cpz'.
       copy 'chkpoint.cpz'.
       copy 'arsiv.cpz'.
       copy 'sipavans.cpz'.
       FD TEMPFILE DATA RECORD IS TP-KAYIT.
       01 TP-KAYIT.
           02 TP-KEY.
           02 TP-BORC               PIC 9(13)V99.
           02 TP-ALACAK             PIC 9(13)V99.
           02 TP-BAKIYE             PIC S9(13)V99.
           02 TP-AVANS              PIC X.
       WORKING-STORAGE SECTION.
       01 EKRAN-DEGIS.
           02 F                 PIC 99.
       
       START-EKSTRE.
           MOVE ZEROS TO T-BORC T-ALACAK.
           OPEN INPUT CARHAR DEPO SIPAVANS.

           COMPUTE T1 = BA-GUN + BA-AY * 30,41 + BA-YIL * 365.
           COMPUTE T2 = BT-GUN + BT-AY * 30,41 + BT-YIL * 365.
          
           MOVE SC-HESAPNO TO CH-HESAPNO.
           START CARHAR KEY IS EQUAL TO CH-HESAPNO
            INVALID KEY CLOSE CARHAR DEPO SIPAVANS
                IF GORUNTU = 1 GO STOP-PROGRAM END-IF
                GO BEGIN-PROGRAM.
           
           
           MOVE DP-ADI TO TP-DPADI.
           MOVE CH-ACIKLAMA TO TP-ACIKLAMA.
           PERFORM AVANS-ISARETLE THRU AVANS-ISARETLE-SON.
           MOVE CH-BORC TO TP-BORC.
           MOVE CH-ALACAK TO TP-ALACAK.
           MOVE CH-VADE TO TP-VADE.
           GO CARHAR-OKU.
       CARHAR-OKU-SON.
           PERFORM ARSIV-CARHAR THRU ARSIV-CARHAR-SON.
           CLOSE CARHAR DEPO SIPAVANS.
           GO BAKIYE-AL.

      * siparis avansi makbuzu ekstrede avans olarak gorunur;
      * faturaya mahsup edilmisse hangi faturaya gittigi yazilir
       AVANS-ISARETLE.
           MOVE SPACE TO TP-AVANS.
           IF CH-ALACAK NOT > ZEROS OR ST-SIPAVANS NOT = '00'
              GO AVANS-ISARETLE-SON.
           MOVE CH-EVRAKNO TO SAV-MAKBUZNO.
           READ SIPAVANS KEY IS SAV-MAKBUZNO
              INVALID KEY GO AVANS-ISARETLE-SON.
           MOVE SPACES TO TP-ACIKLAMA.
           IF SAV-ACIK
              MOVE 'A' TO TP-AVANS
              STRING 'AVANS ALINDI SIP:' SAV-SIPNO
                 DELIMITED BY SIZE INTO TP-ACIKLAMA
           ELSE
              STRING 'AVANS MAHSUP FAT:' SAV-FATURANO
                 DELIMITED BY SIZE INTO TP-ACIKLAMA.
       AVANS-ISARETLE-SON.

      * istenen aralik arsivlenmis yillara uzaniyorsa ayni
      * suzgeclerle arsiv dosyasi da taranip ayni gecici
      * dosyada birlestirilir
           READ DEPO INVALID KEY MOVE SPACES TO DP-ADI.
           MOVE DP-ADI TO TP-DPADI.
           MOVE CH-ACIKLAMA TO TP-ACIKLAMA.
           PERFORM AVANS-ISARETLE THRU AVANS-ISARETLE-SON.
           MOVE CH-BORC TO TP-BORC.
           MOVE CH-ALACAK TO TP-ALACAK.
           MOVE CH-VADE TO TP-VADE.
              MOVE 'Devir' TO TP-EVRAKNO
              MOVE '�nceki D�nemden Devir' TO TP-ACIKLAMA
              MOVE ZEROS TO TP-TIP
              MOVE SPACE TO TP-AVANS
              MOVE CH-DEPONO TO TP-DEPONO DP-NO
              READ DEPO INVALID KEY MOVE SPACES TO DP-ADI END-READ
              MOVE DP-ADI TO TP-DPADI
           WHEN 20 WHEN 21
               MOVE 'Senet' TO B-TIP
           END-EVALUATE.
           IF TP-AVANS = 'A' MOVE 'Avans' TO B-TIP.
           MOVE TP-DPADI TO B-DEPONO.
           MOVE TP-EVRAKNO TO B-EVRAKNO.
           MOVE TP-VADE TO B-VADE.

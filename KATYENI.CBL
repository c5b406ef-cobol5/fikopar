       FILE-CONTROL.
	   copy 'stok.cpy'.
       copy 'katlog.cpy'.
       copy 'kayipsat.cpy'.
       DATA DIVISION.
       FILE SECTION.
       copy 'stok.cpz'.
       copy 'katlog.cpz'.
       copy 'kayipsat.cpz'.
	   WORKING-STORAGE SECTION.
       01 E-KAYIT.
           02 E-KEY.
           02 SO-MEVCUT             PIC ---.---,--.
           02 SO-MIN                PIC ---.---,--.
           02 SO-ONERI              PIC ---.---,--.
           02 SO-KAYIP              PIC ---.---,--.
           02 SO-BUGUN.
               03 SO-BYIL           PIC 9999.
               03 SO-BAY            PIC 99.
               03 SO-BGUN           PIC 99.
           02 SO-SINIR              PIC 9(8).
           02 SO-KTARIH             PIC 9(8).
           02 SO-KAYIP-ADET         PIC 9(9)V999.
           02 SO-KAYIP-DOSYA        PIC 9.

       01 BILGI.
           02 B-KATNO                 PIC X(10).
           02 TST-FIYAT                  PIC 9(10)V9999.
           02 TST-BARKOD                 PIC X(20).
       copy 'onayvar.cpy'.
       copy 'kilit.var'.
       copy 'status.cpy'.    
       copy 'win.cpy'.
	   copy 'fileop.var'.
                        CONTROL 'BCOLOR=BLACK, FCOLOR=BROWN'
                    GO STNO-KONTROL.
       STNO-AL.
           PERFORM KILIT-BIRAK THRU KILIT-BIRAK-SON.
           ACCEPT E-STNO LINE 9 POSITION 16 UPDATE NO BEEP
                CONTROL 'BCOLOR=BLACK, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
       STNO-KONTROL.
           MOVE E-KATNO TO ST-KATNO.
           MOVE E-STNO TO ST-STNO.
           MOVE 'STOK' TO KLT-DOSYA.
           MOVE ST-KEY TO KLT-ANAHTAR.
           PERFORM KILIT-AL THRU KILIT-AL-SON.
           IF SALT-OKU = 1 PERFORM SALT-OKU-UYAR.
           READ STOK INVALID KEY INITIALIZE E-KAYIT
               MOVE G-KATNO TO E-KATNO MOVE ST-STNO TO E-STNO
               MOVE 1 TO FLAG
           
       STOK-ISLEM.    
      *     1 insert, 2 update, 3 delete
           IF SALT-OKU = 1
              IF FLAG = 3 MOVE 2 TO FLAG END-IF
              PERFORM SALT-OKU-UYAR GO PRCNO-AL.
           IF FLAG = 3 
                MOVE 'STOK S�L�NECEK EM�N M�S�N�Z ?' TO ONAY-MESSAGE
                MOVE 'H' TO E-ONAY
           
           IF FLAG = 1 AND ONAY-MESSAGE NOT = SPACES
                    GO STNO-AL.
           IF FLAG NOT = 3 PERFORM KILIT-AL THRU KILIT-AL-SON.
             
           IF FLAG = 3 CLOSE STOK STOKBAG KATLOG GO STOP-PROGRAM.
           
           IF F = 3 AND YENI = 0 GO DELETE-KOD.
           GO TUS.
       copy 'onayper.cpy'.
       copy 'kilit.per'.
       SALT-OKU-UYAR.
           MOVE KLT-MESAJ TO ONAY-MESSAGE.
           PERFORM WARN-MESSAGE.
       YENI-STOKBAG.
           IF SALT-OKU = 1 PERFORM SALT-OKU-UYAR GO TUS.
           INITIALIZE TST-KAYIT.
           MOVE E-STNO TO TST-CINSI.
           MOVE G-KATNO TO TST-KATNO.
       YENI-STOKBAG-SON. 
        
       DELETE-KOD.
           IF SALT-OKU = 1 PERFORM SALT-OKU-UYAR GO TUS.
           MOVE 'SATIR S�L�NECEK EM�N M�S�N�Z ?' TO ONAY-MESSAGE.
           MOVE 'H' TO E-ONAY.
           PERFORM ONAY-AL THRU ONAY-AL-SON.
             'STOK NO        CINSI                    MEVCUT      MIN'
             '      �NER�LEN'
             LINE 11 POSITION 10 CONTROL 'BCOLOR=BLACK, FCOLOR=WHITE'.
           DISPLAY 'KAYIP TALEP' LINE 11 POSITION 97
             CONTROL 'BCOLOR=BLACK, FCOLOR=WHITE'.
           ACCEPT SO-BUGUN FROM CENTURY-DATE.
           MOVE SO-BUGUN TO SO-SINIR.
           IF SO-BAY > 3
              SUBTRACT 300 FROM SO-SINIR
           ELSE
              SUBTRACT 9100 FROM SO-SINIR
           END-IF.
           MOVE 1 TO SO-KAYIP-DOSYA.
           OPEN INPUT KAYIPSAT.
           IF ST-KAYIPSAT = '35' MOVE ZEROS TO SO-KAYIP-DOSYA.
           MOVE 12 TO SO-SATIR.
           MOVE G-KATNO TO ST-KATNO.
           MOVE SPACES TO ST-STNO.
           READ STOK NEXT AT END GO SIPARIS-ONERISI-SON.
           IF ST-KATNO NOT = G-KATNO GO SIPARIS-ONERISI-SON.
           IF SO-SATIR > 34 GO SIPARIS-ONERISI-SON.
           IF ST-HIZMET GO SIPARIS-ONERISI-OKU.
           PERFORM KAYIP-TOPLA THRU KAYIP-TOPLA-SON.
           IF (ST-MIN > ZEROS OR SO-KAYIP-ADET > ZEROS)
                              AND ST-BAKIYE-YIL = MAX-YIL
                              AND ST-BAKIYE < ST-MIN + SO-KAYIP-ADET
              MOVE ST-BAKIYE TO SO-MEVCUT
              MOVE ST-MIN TO SO-MIN
              MOVE SO-KAYIP-ADET TO SO-KAYIP
              COMPUTE SO-ONERI = ST-MIN + SO-KAYIP-ADET - ST-BAKIYE
              DISPLAY ST-STNO LINE SO-SATIR POSITION 10
                CONTROL 'BCOLOR=BLACK, FCOLOR=WHITE'
                ST-CINSI LINE SO-SATIR POSITION 25 SIZE 30
                SO-MEVCUT LINE SO-SATIR POSITION 58
                SO-MIN LINE SO-SATIR POSITION 70
                SO-ONERI LINE SO-SATIR POSITION 85
                SO-KAYIP LINE SO-SATIR POSITION 97
              ADD 1 TO SO-SATIR
           END-IF.
           GO SIPARIS-ONERISI-OKU.
       SIPARIS-ONERISI-SON.
           IF SO-KAYIP-DOSYA = 1 CLOSE KAYIPSAT.
           ACCEPT F FROM ESCAPE KEY.
           PERFORM VARYING SATIR FROM 10 BY 1 UNTIL SATIR > 34
              DISPLAY SPACES LINE SATIR POSITION 10 SIZE 100
           END-PERFORM.
           DISPLAY SCR.
       SIPARIS-ONERISI-RAPORU-SON.

      * son uc ayda karsilanamayan talep minimum stoga eklenir,
      * minimumu tanimsiz kalem de istenmisse oneriye girer
       KAYIP-TOPLA.
           MOVE ZEROS TO SO-KAYIP-ADET.
           IF SO-KAYIP-DOSYA = ZEROS GO KAYIP-TOPLA-SON.
           MOVE ST-KATNO TO KY-KATNO.
           MOVE ST-STNO TO KY-STNO.
           START KAYIPSAT KEY IS NOT LESS THAN KY-STOK
             INVALID KEY GO KAYIP-TOPLA-SON.
       KAYIP-TOPLA-OKU.
           READ KAYIPSAT NEXT AT END GO KAYIP-TOPLA-SON.
           IF KY-KATNO NOT = ST-KATNO OR KY-STNO NOT = ST-STNO
              GO KAYIP-TOPLA-SON.
           MOVE KY-TARIH TO SO-KTARIH.
           IF SO-KTARIH NOT < SO-SINIR
              ADD KY-ADET TO SO-KAYIP-ADET.
           GO KAYIP-TOPLA-OKU.
       KAYIP-TOPLA-SON.
       STOP-PROGRAM.
           PERFORM KILIT-BIRAK THRU KILIT-BIRAK-SON.
           MOVE WCB TO NESTED-WCB (1).
           DISPLAY NESTED-WCB (1)
              LINE 1 POSITION 1 CONTROL 'WINDOW-REMOVE'.

               03 TP-BGUN                PIC 99.
           02 TP-BANKA-ADI              PIC X(20).
           02 TP-GECIKME                PIC S9(5).
           02 TP-SAYIM                  PIC X.
       FD CSVOUT
           LABEL RECORD IS STANDARD
           DATA RECORD IS CSV-SATIR.
               03 BU-YIL             PIC 9999.
               03 BU-AY              PIC 99.
               03 BU-GUN             PIC 99.
           02 E-BANKA-ADI       PIC X(20).
           02 YAS-METIN         PIC X(15).
       01 BILGI.
           02 B-MAKBUZ              PIC X(15).
           02 FILLER                PIC X VALUE '�'.
           02 B-DURUM               PIC X(14).
           02 FILLER                PIC X VALUE '�'.
           02 B-YAS                 PIC X(15).
       copy 'isgunu.var'.
       copy 'status.cpy'.
       copy 'onayvar.cpy'.
       copy 'win.cpy'.
              ' F8 ' 'KARSILIKSIZ ISARETLE' REVERSE LOW
              ' ESC ' 'CIKIS' REVERSE LOW.
           ACCEPT BUGUN FROM CENTURY-DATE.
           PERFORM RAPOR-OLUSTUR THRU RAPOR-OLUSTUR-SON.
           MOVE ILK TO SATIR.
           MOVE ZEROS TO TP-KEY.
           GO TUS.
       TAHSIL-ET.
           IF TP-DURUM = 2 OR TP-DURUM = 3 GO TUS.
      * iskontolu cekin sorumlulugu vadede CEKISK ile kapanir
           IF TP-DURUM = 5
              MOVE 'ISKONTOLU CEK - CEKISK PROGRAMINI KULLANIN'
                 TO ONAY-MESSAGE
              PERFORM WARN-MESSAGE
              GO TUS.
           MOVE 'BU KAYIT TAHSIL EDILDI OLARAK ISARETLENSIN MI ?'
              TO ONAY-MESSAGE.
           MOVE 'H' TO E-ONAY.
                 TO ONAY-MESSAGE
              PERFORM WARN-MESSAGE
              GO TUS.
      * iskontolu cek karsiliksiz donerse banka borcu dogar
           IF TP-DURUM = 5
              MOVE 'ISKONTOLU CEK - CEKISK PROGRAMINI KULLANIN'
                 TO ONAY-MESSAGE
              PERFORM WARN-MESSAGE
              GO TUS.
           MOVE 'BU KAYIT KARSILIKSIZ OLARAK ISARETLENSIN MI ?'
              TO ONAY-MESSAGE.
           MOVE 'H' TO E-ONAY.
              WHEN 2 MOVE 'TAHSIL EDILDI' TO B-DURUM
              WHEN 3 MOVE 'KARSILIKSIZ' TO B-DURUM
              WHEN 4 MOVE 'CIRO EDILDI' TO B-DURUM
              WHEN 5 MOVE 'ISKONTO EDILDI' TO B-DURUM
           END-EVALUATE.
           EVALUATE TRUE
              WHEN TP-GECIKME < 0   MOVE 'VADESI GELMEDI' TO B-YAS
              WHEN TP-GECIKME <= 90 MOVE '61-90' TO B-YAS
              WHEN OTHER            MOVE '90+' TO B-YAS
           END-EVALUATE.
           IF TP-SAYIM = 'I' AND TP-GECIKME NOT < 0
              MOVE B-YAS TO YAS-METIN
              MOVE SPACES TO B-YAS
              STRING YAS-METIN DELIMITED BY SPACE ' IS GUNU'
                 DELIMITED BY SIZE INTO B-YAS.
       SERITLI.
           DISPLAY BILGI LINE SATIR POSITION 2
                CONTROL 'BCOLOR=WHITE, FCOLOR=BLUE' LOW.
           DISPLAY BILGI LINE SATIR POSITION 2
                CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
       STOP-PROGRAM.
           CANCEL 'ISGUNU'.
           MOVE WCB TO NESTED-WCB (1).
           DISPLAY NESTED-WCB (1)
              LINE 1 POSITION 1 CONTROL 'WINDOW-REMOVE'.
                INVALID KEY GO RAPOR-OLUSTUR-SON.
       CEKSENET-OKU.
           READ CEKSENET NEXT AT END GO CEKSENET-OKU-SON.
      * yaslanma cekin odenebilecegi ilk is gununden sayilir;
      * musterinin vade anlasmasi is gunu diyorsa is gunu sayilir
           MOVE 'I' TO IG-ISLEM.
           MOVE CS-VADE TO IG-TARIH1.
           CALL 'ISGUNU' USING IG-ISTEK.
           MOVE 'F' TO IG-ISLEM.
           MOVE IG-SONUC-TARIH TO IG-TARIH1.
           MOVE BUGUN TO IG-TARIH2.
           MOVE CS-HESAPNO TO IG-HESAPNO.
           CALL 'ISGUNU' USING IG-ISTEK.
           INITIALIZE TP-KAYIT.
           MOVE CS-KEY TO TP-KEY.
           MOVE CS-HESAPNO TO TP-HESAPNO.
           MOVE CS-DURUM TO TP-DURUM.
           MOVE CS-BANKA-TARIH TO TP-BANKA-TARIH.
           MOVE CS-BANKA-ADI TO TP-BANKA-ADI.
           MOVE IG-GECIKME TO TP-GECIKME.
           MOVE IG-SAYIM TO TP-SAYIM.
           WRITE TP-KAYIT.
           GO CEKSENET-OKU.
       CEKSENET-OKU-SON.

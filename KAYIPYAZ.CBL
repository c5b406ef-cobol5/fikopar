       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'KAYIPYAZ'.
       AUTHOR. FIKRET PIRIM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. RMCOBOL.
       OBJECT-COMPUTER. RMCOBOL.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy 'kayipsat.cpy'.
       copy 'oturum.cpy'.
       copy 'stok.cpy'.
       DATA DIVISION.
       FILE SECTION.
       copy 'kayipsat.cpz'.
       copy 'oturum.cpz'.
       copy 'stok.cpz'.
       WORKING-STORAGE SECTION.
       01 KAYIT-DEGIS.
           02 BUGUN.
               03 BU-YIL            PIC 9999.
               03 BU-AY             PIC 99.
               03 BU-GUN            PIC 99.
           02 YENI-SIRA         PIC 9(5).
       copy 'oturum.var'.
       copy 'status.cpy'.
       copy 'fileop.var'.
       LINKAGE SECTION.
       77 G-KATNO          PIC 9999.
       77 G-STNO           PIC X(15).
       77 G-HESAPNO        PIC X(15).
       77 G-ADET           PIC 9(9)V999.
       77 G-NEDEN          PIC 9.
       77 G-KAYNAK         PIC X.
       77 G-EVRAKNO        PIC X(15).
      * karsilanamayan talep (kayip satis) kaydi. stok secimi,
      * teklif ve elle giris ayni yerden yazar; sira gunun son
      * kaydindan devam eder, cakisirsa bir artirilip denenir.
      * hizmet kalemi ve sifir miktar yazilmaz
       PROCEDURE DIVISION USING G-KATNO G-STNO G-HESAPNO G-ADET
                                G-NEDEN G-KAYNAK G-EVRAKNO.
       BASLA.
           IF G-ADET = ZEROS OR G-STNO = SPACES GO BITIR.
           OPEN INPUT STOK.
           MOVE G-KATNO TO ST-KATNO.
           MOVE G-STNO TO ST-STNO.
           READ STOK
              INVALID KEY CLOSE STOK GO BITIR
              NOT INVALID KEY
                 IF ST-HIZMET CLOSE STOK GO BITIR END-IF
           END-READ.
           CLOSE STOK.
           PERFORM OTURUM-OKU.
           ACCEPT BUGUN FROM CENTURY-DATE.
           OPEN I-O KAYIPSAT.
           IF ST-KAYIPSAT = '35'
              CLOSE KAYIPSAT
              OPEN OUTPUT KAYIPSAT
              CLOSE KAYIPSAT
              OPEN I-O KAYIPSAT.
           MOVE BUGUN TO KY-TARIH.
           MOVE 99999 TO KY-SIRA.
           START KAYIPSAT KEY IS NOT GREATER THAN KY-KEY
              INVALID KEY MOVE ZEROS TO YENI-SIRA
              NOT INVALID KEY
                 READ KAYIPSAT PREVIOUS
                    AT END MOVE ZEROS TO YENI-SIRA
                    NOT AT END
                       IF KY-TARIH NOT = BUGUN
                          MOVE ZEROS TO YENI-SIRA
                       ELSE
                          MOVE KY-SIRA TO YENI-SIRA
                       END-IF
                 END-READ
           END-START.
           INITIALIZE KY-KAYIT.
           MOVE BUGUN TO KY-TARIH.
           COMPUTE KY-SIRA = YENI-SIRA + 1.
           MOVE G-KATNO TO KY-KATNO.
           MOVE G-STNO TO KY-STNO.
           MOVE G-HESAPNO TO KY-HESAPNO.
           MOVE G-ADET TO KY-ADET.
           MOVE G-NEDEN TO KY-NEDEN.
           MOVE G-KAYNAK TO KY-KAYNAK.
           MOVE G-EVRAKNO TO KY-EVRAKNO.
           MOVE OT-KULLANICI-ADI TO KY-KULLANICI.
           ACCEPT KY-SAAT FROM TIME.
       YAZ.
           PERFORM WRITE-KAYIPSAT.
           IF WVAR = 0 ADD 1 TO KY-SIRA GO YAZ.
           CLOSE KAYIPSAT.
       BITIR.
           EXIT PROGRAM.
           STOP RUN.

       copy 'oturum.per'.
       copy fileop.cpy REPLACING ==%T%== BY ==KAYIPSAT==
                                  "%T%"  BY "KAYIPSAT"
                                 ==%R%== BY ==KY-KAYIT==.

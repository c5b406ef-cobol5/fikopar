       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'MASMER'.
       AUTHOR. FIKRET PIRIM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. RMCOBOL.
       OBJECT-COMPUTER. RMCOBOL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy 'masmer.cpy'.
       copy 'degislog.cpy'.
       copy 'oturum.cpy'.
       DATA DIVISION.
       FILE SECTION.
       copy 'masmer.cpz'.
       copy 'degislog.cpz'.
       copy 'oturum.cpz'.
       WORKING-STORAGE SECTION.
       01 EKRAN-DEGIS.
           02 CIZ                   PIC 99.
           02 SATIR                 PIC 99.
           02 LIS                   PIC 99.
           02 F                     PIC 99.
           02 DUR                   PIC X.
           02 YENI                  PIC 9.
           02 ILK                   PIC 9999 VALUE 8.
           02 SON                   PIC 9999 VALUE 22.
           02 X                     PIC 9999 VALUE 37.
           02 E-ADI            PIC X(40).
       01 BILGI.
           02 B-KOD                   PIC ZZZZ.
           02 FILLER                  PIC X VALUE '�'.
           02 B-ADI              PIC X(40).
       copy 'status.cpy'.
       copy 'degis.var'.
       copy 'oturum.var'.
       77 ED-ADI            PIC X(30).   
       copy 'win.cpy'.
       copy 'fileop.var'.
       LINKAGE SECTION.
       77 SEC             PIC 9.
       77 G-KOD           PIC 9999.
       SCREEN SECTION.
       01 SCR.
           02 LINE 5 COLUMN X BACKGROUND BLACK FOREGROUND WHITE
              '�' HIGHLIGHT. 02 PIC X(4) FROM ALL '�' HIGHLIGHT.
           02 '�' HIGHLIGHT. 02 PIC X(40) FROM ALL '�' HIGHLIGHT.
           02 '�' HIGHLIGHT.
           02 LINE 6 COLUMN X BACKGROUND BLACK FOREGROUND WHITE
              '�' HIGHLIGHT. 02 PIC X(4) FROM 'KOD ' HIGHLIGHT.
           02 '�' HIGHLIGHT.
           02 PIC X(40) FROM 'MASRAF MERKEZI' HIGHLIGHT.
           02 '�' HIGHLIGHT.
           02 LINE 7 COLUMN X BACKGROUND BLACK FOREGROUND WHITE
              '�' HIGHLIGHT. 02 PIC X(4) FROM ALL '�' HIGHLIGHT.
           02 '�' HIGHLIGHT. 02 PIC X(40) FROM ALL '�' HIGHLIGHT.
           02 '�' HIGHLIGHT.
           02 LINE 23 COLUMN X BACKGROUND BLACK FOREGROUND WHITE
              '�' HIGHLIGHT. 02 PIC X(4) FROM ALL '�' HIGHLIGHT.
           02 '�' HIGHLIGHT. 02 PIC X(40) FROM ALL '�' HIGHLIGHT.
           02 '�' HIGHLIGHT.
             
       PROCEDURE DIVISION USING SEC G-KOD.
       START-PROGRAM.
           MOVE WCB TO NESTED-WCB (1).
           DISPLAY NESTED-WCB (1)
              LINE 1 POSITION 1 CONTROL 'WINDOW-CREATE'.
           PERFORM VARYING CIZ FROM ILK BY 1 UNTIL CIZ > SON
           DISPLAY '�' LINE CIZ POSITION X
                 CONTROL 'BCOLOR=BLACK, FCOLOR=WHITE'
                SPACES SIZE 4 '�' SPACES SIZE 40 '�'
           END-PERFORM.
           DISPLAY SCR.
           CALL 'GOLGE' USING 0005 X 0023 0083.
           CANCEL 'GOLGE'.
           DISPLAY SPACES LINE 37 POSITION 1
             CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE' SIZE 120
               ' F10 ' LINE 37 POSITION 1 'S�L' REVERSE LOW.
           MOVE ILK TO SATIR.
           OPEN INPUT MASMER.
           IF G-KOD NOT = ZEROS MOVE G-KOD TO MM-KOD
            ELSE MOVE 1 TO MM-KOD.
           START MASMER KEY IS NOT LESS THAN MM-KOD
             INVALID KEY GO A-LISTE-SON.
           READ MASMER NEXT.
           MOVE 0 TO YENI.
       A-LISTE.
           PERFORM AKTAR.
           IF SATIR = ILK PERFORM SERITLI ELSE PERFORM SERITSIZ.
           IF SATIR = SON GO A-LISTE-SON.
           READ MASMER NEXT AT END 
                    READ MASMER PREVIOUS GO A-LISTE-SON.
           IF MM-KOD = ZEROS
                    READ MASMER PREVIOUS GO A-LISTE-SON.
           ADD 1 TO SATIR.
           GO A-LISTE.
       A-LISTE-SON.
           MOVE SATIR TO LIS.
           IF SATIR NOT = SON ADD 1 TO SATIR
             PERFORM VARYING CIZ FROM SATIR BY 1 UNTIL CIZ > SON
                 DISPLAY '�' LINE CIZ POSITION X
                   CONTROL 'BCOLOR=BLACK, FCOLOR=WHITE'
                   SPACES SIZE 4 '�' SPACES SIZE 40 '�'
             END-PERFORM SUBTRACT 1 FROM SATIR.
       ILK-SERIT.
           MOVE ILK TO SATIR.
           IF G-KOD NOT = ZEROS MOVE G-KOD TO MM-KOD
            ELSE MOVE 1 TO MM-KOD.
           START MASMER KEY IS NOT LESS THAN MM-KOD
                INVALID KEY PERFORM YENI-SERITLI MOVE 1 TO YENI GO TUS.
           READ MASMER NEXT.
           PERFORM AKTAR.
       TUS.
           IF YENI = 1 MOVE SPACES TO E-ADI
               ELSE MOVE MM-ADI TO E-ADI
           END-IF.
           ACCEPT E-ADI LINE SATIR POSITION 43 UPDATE NO BEEP
            CONTROL 'BCOLOR=WHITE, FCOLOR=BLACK' LOW.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 CLOSE MASMER MOVE ZEROS TO G-KOD GO STOP-PROGRAM.
           IF F = 52 GO YUKARI-AL.
           IF F = 53 GO ASAGI-AL.
           IF F = 58 AND SEC = 1 AND YENI = 0
                MOVE MM-KOD TO G-KOD CLOSE MASMER 
                GO STOP-PROGRAM.
           IF F = 13 GO YENI-MERKEZ.
           IF F = 54 GO HOME-TUSU.
           IF F = 82 GO END-TUSU.
           IF F = 68 GO PGDN-TUSU.
           IF F = 67 GO PGUP-TUSU.
           IF F = 81 GO CTHO-TUSU.
           IF F = 83 GO CTEN-TUSU.
           IF F = 10 AND YENI = 0 GO DELETE-KOD.
           GO TUS.
       YENI-MERKEZ.
           CLOSE MASMER. OPEN I-O MASMER.
           IF YENI = 1
               MOVE E-ADI TO MM-ADI
               MOVE 1 TO MM-KOD
               PERFORM YENI-YAZ
           ELSE
               MOVE MM-ADI TO ED-ADI
               MOVE E-ADI TO MM-ADI
               PERFORM REWRITE-MASMER
               PERFORM DEGISIKLIK-IZLE THRU DEGISIKLIK-IZLE-SON
           END-IF.
           CLOSE MASMER. OPEN INPUT MASMER.
           READ MASMER.
           PERFORM AKTAR.
           MOVE 0 TO YENI.
           GO ASAGI-AL.
       YENI-YAZ.
           PERFORM WRITE-MASMER.
           IF WVAR = 0 ADD 1 TO MM-KOD GO YENI-YAZ.
       YENI-MERKEZ-SON. 
            
        
       DELETE-KOD.
           CLOSE MASMER. OPEN I-O MASMER.
           READ MASMER.
           PERFORM DELETE-MASMER.
           CLOSE MASMER.
           MOVE WCB TO NESTED-WCB (1).
           DISPLAY NESTED-WCB (1)
              LINE 1 POSITION 1 CONTROL 'WINDOW-REMOVE'.
           IF G-KOD = MM-KOD MOVE ZEROS TO G-KOD.
           GO START-PROGRAM.
           
       CTHO-TUSU.
           IF YENI = 1 AND SATIR = ILK GO TUS.
           IF YENI = 1 PERFORM YENI-SERITSIZ SUBTRACT 1 FROM SATIR
               MOVE 0 TO YENI.
           MOVE 1 TO MM-KOD.
           START MASMER KEY IS NOT LESS THAN MM-KOD.
           READ MASMER NEXT.
           MOVE ILK TO SATIR.
           GO A-LISTE.
       CTEN-TUSU.
           IF YENI = 1 GO TUS.
           IF LIS NOT = SON GO END-TUSU.
           MOVE 9999 TO MM-KOD.
           START MASMER KEY IS NOT GREATER THAN MM-KOD.
           READ MASMER NEXT.
           MOVE SON TO SATIR.
           PERFORM Y-LISTE THRU Y-LISTE-SON.
           COMPUTE F = SON - ILK.
           PERFORM F TIMES
              READ MASMER NEXT
           END-PERFORM.
           PERFORM AKTAR.
           MOVE SON TO SATIR LIS.
           GO TUS.
           
       PGUP-TUSU.
           IF YENI = 1 AND SATIR = ILK GO TUS.
           IF YENI = 1 PERFORM YENI-SERITSIZ SUBTRACT 1 FROM SATIR
               MOVE 0 TO YENI
            ELSE
              PERFORM SERITSIZ.
           COMPUTE SATIR = SATIR - ILK.
             PERFORM SATIR TIMES
               READ MASMER PREVIOUS
             END-PERFORM.
           READ MASMER PREVIOUS AT END
              READ MASMER NEXT 
              MOVE ILK TO SATIR
              PERFORM AKTAR PERFORM SERITLI
              GO TUS.
           IF MM-KOD = ZEROS
              READ MASMER NEXT 
              MOVE ILK TO SATIR
              PERFORM AKTAR PERFORM SERITLI
              GO TUS.
           MOVE SON TO SATIR.
       PG-OKU.
           IF SATIR = ILK GO PG-OKU-SON.
           READ MASMER PREVIOUS AT END 
                    READ MASMER NEXT 
                    GO PG-OKU-SON.
           IF MM-KOD = ZEROS READ MASMER NEXT 
                    GO PG-OKU-SON.
           SUBTRACT 1 FROM SATIR.
           GO PG-OKU.
       PG-OKU-SON.
           MOVE ILK TO SATIR.
           PERFORM A-LISTE THRU A-LISTE-SON.
           COMPUTE SATIR = LIS - ILK.
               PERFORM SATIR TIMES
                   READ MASMER PREVIOUS
               END-PERFORM.
           MOVE ILK TO SATIR.
           PERFORM AKTAR.
           GO TUS.
       PGDN-TUSU.
           IF YENI = 1 GO TUS.
           PERFORM SERITSIZ.
           COMPUTE SATIR = SATIR - LIS.
           PERFORM SATIR TIMES
              READ MASMER NEXT
           END-PERFORM.
           READ MASMER NEXT AT END
              READ MASMER PREVIOUS
              MOVE LIS TO SATIR 
              PERFORM AKTAR PERFORM SERITLI 
              GO TUS.
           IF MM-KOD = ZEROS 
              READ MASMER PREVIOUS
              MOVE LIS TO SATIR 
              PERFORM AKTAR PERFORM SERITLI 
              GO TUS.
           MOVE ILK TO SATIR.
           PERFORM AKTAR. PERFORM SERITSIZ.
           COMPUTE F = SATIR + 1.
           MOVE F TO SATIR.
           READ MASMER NEXT AT END 
             READ MASMER PREVIOUS MOVE ILK TO SATIR.
           IF MM-KOD = ZEROS
             READ MASMER PREVIOUS MOVE ILK TO SATIR.
           PERFORM A-LISTE THRU A-LISTE-SON.
           MOVE LIS TO SATIR.
           PERFORM AKTAR. PERFORM SERITLI.
           GO TUS.
       END-TUSU.
           IF YENI = 1 GO TUS.
           PERFORM SERITSIZ.
           COMPUTE SATIR = SATIR - LIS.
              PERFORM SATIR TIMES
                 READ MASMER NEXT
              END-PERFORM.
           MOVE LIS TO SATIR.
           PERFORM AKTAR. PERFORM SERITLI.
           GO TUS.

       HOME-TUSU.
           IF YENI = 1 AND SATIR = ILK GO TUS.
           IF YENI = 1 PERFORM YENI-SERITSIZ SUBTRACT 1 FROM SATIR
               MOVE 0 TO YENI
           ELSE
              PERFORM SERITSIZ.
           COMPUTE SATIR = SATIR - ILK.
               PERFORM SATIR TIMES
                  READ MASMER PREVIOUS
               END-PERFORM.
           MOVE ILK TO SATIR.
           PERFORM AKTAR. PERFORM SERITLI.
           GO TUS.
       YUKARI-AL.
           IF YENI = 1 AND SATIR = ILK GO TUS.
           IF YENI = 1 PERFORM YENI-SERITSIZ SUBTRACT 1 FROM SATIR
               MOVE 0 TO YENI PERFORM SERITLI GO TUS.
           READ MASMER PREVIOUS AT END READ MASMER NEXT GO TUS.
           IF MM-KOD = ZEROS READ MASMER NEXT GO TUS.
           IF SATIR = ILK PERFORM A-LISTE THRU A-LISTE-SON
                COMPUTE SATIR = LIS - ILK
                PERFORM SATIR TIMES
                    READ MASMER PREVIOUS
                END-PERFORM
                MOVE ILK TO SATIR PERFORM AKTAR GO TUS.
           PERFORM SERITSIZ.
           SUBTRACT 1 FROM SATIR.
           PERFORM AKTAR. PERFORM SERITLI.
           MOVE 0 TO YENI.
           GO TUS.
       ASAGI-AL.
           IF YENI = 1 GO TUS.
           READ MASMER NEXT AT END 
               READ MASMER PREVIOUS GO ASAGI-YENI-AL.
           IF MM-KOD = ZEROS READ MASMER PREVIOUS GO ASAGI-YENI-AL.
           IF SATIR = SON PERFORM Y-LISTE THRU Y-LISTE-SON
                 COMPUTE F = SON - ILK
                 PERFORM F TIMES
                      READ MASMER NEXT
               END-PERFORM
                 MOVE SON TO SATIR PERFORM AKTAR GO TUS.
           PERFORM SERITSIZ.
           ADD 1 TO SATIR.
           PERFORM AKTAR. PERFORM SERITLI.
           GO TUS.
       ASAGI-YENI-AL.
           MOVE 1 TO YENI.
           IF SATIR = SON 
                   SUBTRACT 1 FROM SATIR
                   PERFORM Y-LISTE THRU Y-LISTE-SON
                   COMPUTE F = SON - ILK - 1
                   PERFORM F TIMES
                      READ MASMER NEXT
                   END-PERFORM
                   MOVE SON TO SATIR PERFORM AKTAR
                   COMPUTE LIS = SON - 1
                   PERFORM YENI-SERITLI
                   GO TUS
           END-IF.
           PERFORM SERITSIZ.
           ADD 1 TO SATIR.
           PERFORM YENI-SERITLI.
           GO TUS.
       Y-LISTE.
           PERFORM AKTAR.
           IF SATIR = SON PERFORM SERITLI ELSE PERFORM SERITSIZ.
           IF SATIR = ILK GO Y-LISTE-SON.
           READ MASMER PREVIOUS AT END READ MASMER NEXT 
                GO Y-LISTE-SON.
           IF MM-KOD = ZEROS READ MASMER NEXT GO Y-LISTE-SON.
           SUBTRACT 1 FROM SATIR.
           GO Y-LISTE.
       Y-LISTE-SON.
       AKTAR.
           MOVE MM-KOD TO B-KOD.
           MOVE MM-ADI TO B-ADI.
       SERITLI.
           ADD 1 TO X.
           DISPLAY BILGI LINE SATIR POSITION X
              CONTROL 'BCOLOR=WHITE, FCOLOR=BLACK' LOW.
           SUBTRACT 1 FROM X.
       SERITSIZ.
           ADD 1 TO X.
           DISPLAY BILGI LINE SATIR POSITION X
              CONTROL 'BCOLOR=BLACK, FCOLOR=WHITE'.
           SUBTRACT 1 FROM X.
       YENI-SERITLI.
           MOVE B-KOD TO MM-KOD.
           ADD 1 TO MM-KOD.
           MOVE MM-KOD TO B-KOD.
           MOVE B-ADI TO MM-ADI.
           MOVE SPACES TO B-ADI.
           PERFORM SERITLI.
           SUBTRACT 1 FROM MM-KOD.
           MOVE MM-KOD TO B-KOD.
           MOVE MM-ADI TO B-ADI.
       YENI-SERITSIZ.
           MOVE B-KOD TO MM-KOD.
           MOVE B-ADI TO MM-ADI.
           MOVE SPACES TO B-ADI.
           MOVE ZEROS TO B-KOD
           PERFORM SERITSIZ.
           MOVE MM-KOD TO B-KOD.
           MOVE MM-ADI TO B-ADI.
      * masraf merkezi adi degisiklikleri iz dosyasina
       DEGISIKLIK-IZLE.
           PERFORM OTURUM-OKU.
           MOVE OT-KULLANICI-ADI TO DGL-AKTIF-KULLANICI.
           MOVE 'MASMER' TO DGL-DOSYA.
           MOVE SPACES TO DGL-ANAHTAR.
           MOVE MM-KOD TO DGL-ANAHTAR(1:4).
           MOVE 'ADI' TO DGL-ALAN.
           MOVE ED-ADI TO DGL-ESKI.
           MOVE MM-ADI TO DGL-YENI.
           PERFORM DEGIS-LOGLA THRU END-DEGIS-LOGLA.
       DEGISIKLIK-IZLE-SON.

       STOP-PROGRAM.
           MOVE WCB TO NESTED-WCB (1).
           DISPLAY NESTED-WCB (1)
              LINE 1 POSITION 1 CONTROL 'WINDOW-REMOVE'.
           EXIT PROGRAM.
           STOP RUN.
       copy fileop.cpy REPLACING ==%T%== BY ==MASMER==
                                  "%T%"  BY "MASMER"
                                 ==%R%== BY ==MM-KAYIT==.
       
       copy 'degis.per'.
       copy 'oturum.per'.
       copy fileop.cpy REPLACING ==%T%== BY ==DEGISLOG==
                                  "%T%"  BY "DEGISLOG"
                                 ==%R%== BY ==DGL-KAYIT==.

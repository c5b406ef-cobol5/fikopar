       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'SKTBUL'.
       AUTHOR. FIKRET PIRIM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. RMCOBOL.
       OBJECT-COMPUTER. RMCOBOL.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy 'lotser.cpy'.
       DATA DIVISION.
       FILE SECTION.
       copy 'lotser.cpz'.
       WORKING-STORAGE SECTION.
       01 SIRA-DEGIS.
           02 BUGUN             PIC 9(8).
           02 ONCEKI.
               03 ON-SKT            PIC 9(8).
               03 ON-SERINO         PIC X(30).
           02 ADAY.
               03 AD-SKT            PIC 9(8).
               03 AD-SERINO         PIC X(30).
           02 EN-IYI.
               03 EI-SKT            PIC 9(8).
               03 EI-SERINO         PIC X(30).
       copy 'status.cpy'.
       LINKAGE SECTION.
       77 G-KATNO          PIC 9999.
       77 G-STNO           PIC X(15).
       77 G-DEPONO         PIC 9999.
       77 G-SERINO         PIC X(30).
       77 G-SKT            PIC 9(8).
       77 G-ADET           PIC 9(9)V999.
      * ilk biten ilk cikar: depodaki suresi gecmemis lotlardan son
      * kullanma tarihi en yakin olan ve eldeki adedi doner. G-SERINO
      * ve G-SKT bir onceki cagrinin sonucuyla verilirse ondan sonraki
      * lot gelir; ilk cagri bos verilir. lot kalmadiysa G-SERINO bos
      * doner. tarihi olmayan lotlar en sona kalir. depo 0 tum
      * depolar, deposu bilinmeyen (0) lot her depo demektir
       PROCEDURE DIVISION USING G-KATNO G-STNO G-DEPONO G-SERINO
           G-SKT G-ADET.
       BASLA.
           ACCEPT BUGUN FROM CENTURY-DATE.
           MOVE G-SKT TO ON-SKT.
           IF G-SKT = ZEROS AND G-SERINO NOT = SPACES
              MOVE 99999999 TO ON-SKT.
           MOVE G-SERINO TO ON-SERINO.
           MOVE HIGH-VALUES TO EN-IYI.
           MOVE SPACES TO G-SERINO.
           MOVE ZEROS TO G-SKT G-ADET.
           OPEN INPUT LOTSER.
           IF ST-LOTSER NOT = '00' GO BITIR.
           MOVE G-KATNO TO LS-KATNO.
           MOVE G-STNO TO LS-STNO.
           MOVE ZEROS TO LS-SIRA.
           START LOTSER KEY IS NOT LESS THAN LS-KEY
              INVALID KEY GO KAPAT.
       OKU.
           READ LOTSER NEXT AT END GO KAPAT.
           IF LS-KATNO NOT = G-KATNO OR LS-STNO NOT = G-STNO
              GO KAPAT.
           IF NOT LS-DEPODA GO OKU.
           IF G-DEPONO NOT = ZEROS AND LS-DEPONO NOT = ZEROS
              AND LS-DEPONO NOT = G-DEPONO GO OKU.
           IF LS-SKT NOT = ZEROS AND LS-SKT < BUGUN GO OKU.
           MOVE LS-SKT TO AD-SKT.
           IF LS-SKT = ZEROS MOVE 99999999 TO AD-SKT.
           MOVE LS-SERINO TO AD-SERINO.
           IF ON-SERINO NOT = SPACES AND ADAY NOT > ONCEKI GO OKU.
           IF ADAY > EN-IYI GO OKU.
           IF ADAY < EN-IYI
              MOVE ADAY TO EN-IYI
              MOVE ZEROS TO G-ADET.
           ADD 1 TO G-ADET.
           GO OKU.
       KAPAT.
           CLOSE LOTSER.
           IF G-ADET = ZEROS GO BITIR.
           MOVE EI-SERINO TO G-SERINO.
           MOVE EI-SKT TO G-SKT.
           IF EI-SKT = 99999999 MOVE ZEROS TO G-SKT.
       BITIR.
           EXIT PROGRAM.
           STOP RUN.

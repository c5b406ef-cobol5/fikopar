       77 ATP-ADET              PIC S9(12)V9999.
       77 Z-REZ                 PIC ---.---.---,--.
       77 Z-ATP                 PIC ---.---.---,--.
       77 KNT-ADET              PIC S9(12)V9999.
       77 RED-ADET              PIC S9(12)V9999.
       77 Z-KNT                 PIC ---.---.---,--.
       77 Z-RED                 PIC ---.---.---,--.
       77 MG-SATIR              PIC 99.
       77 Z-MADET               PIC ---.---.---,--.
       77 Z-KADET               PIC Z(8)9,999.
       01 EKRAN-DEGIS.
           02 F                     PIC 99.
           02 DUR                   PIC X.
       copy 'status.cpy'.
       copy 'win.cpy'.
       copy 'onayvar.cpy'.
       copy 'kayip.var'.
       LINKAGE SECTION.
       01 G-KAYIT.
           02 G-KEY.
                    GO STOP-PROGRAM.
           IF F = 52 GO YUKARI-AL.
           IF F = 53 GO ASAGI-AL.
           IF F = 13 PERFORM KAYIP-SOR THRU KAYIP-SOR-SON
                 CLOSE TEMPFILE DELETE FILE TEMPFILE
                 MOVE TP-KAYIT TO G-KAYIT GO STOP-PROGRAM.
           IF F = 54 GO HOME-TUSU.
           IF F = 82 GO END-TUSU.
       MUADIL-GOSTER-SON.

      * imlecteki stok icin mevcut / rezerve / satilabilir
      * miktarlar alt satirda gosterilir. kalite kontrolde bekleyen
      * ve reddedilen mal satilabilir miktardan duser
       REZERV-GOSTER.
           CALL 'REZBUL' USING TP-KATNO TP-STNO 0 REZ-ADET.
           CANCEL 'REZBUL'.
           CALL 'KALBUL' USING TP-KATNO TP-STNO 0 KNT-ADET RED-ADET.
           CANCEL 'KALBUL'.
           COMPUTE ATP-ADET = TP-ADET - REZ-ADET - KNT-ADET - RED-ADET.
           MOVE REZ-ADET TO Z-REZ.
           MOVE ATP-ADET TO Z-ATP.
           MOVE KNT-ADET TO Z-KNT.
           MOVE RED-ADET TO Z-RED.
           DISPLAY 'REZERVE:' LINE 36 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              Z-REZ LINE 36 POSITION 11
              ' SATILABILIR:' LINE 36 POSITION 28
              Z-ATP LINE 36 POSITION 42
              ' KONTROL:' LINE 36 POSITION 57
              Z-KNT LINE 36 POSITION 66
              ' RED:' LINE 36 POSITION 81
              Z-RED LINE 36 POSITION 86.
       REZERV-GOSTER-SON.

      * stokta olmayan kalem secilince istenen miktar sorulur ve
      * karsilanamayan talep olarak yazilir. alis tarafinda
      * cagrildiginda ya da talep yoksa esc ile gecilir
       KAYIP-SOR.
           IF TP-ADET > ZEROS GO KAYIP-SOR-SON.
           OPEN INPUT STOK.
           MOVE TP-KATNO TO ST-KATNO.
           MOVE TP-STNO TO ST-STNO.
           READ STOK INVALID KEY INITIALIZE ST-KAYIT.
           CLOSE STOK.
           IF ST-HIZMET GO KAYIP-SOR-SON.
           MOVE 1 TO Z-KADET.
           DISPLAY 'STOKTA YOK - ISTENEN MIKTAR (ESC: KAYDETME) :'
              LINE 37 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           ACCEPT Z-KADET LINE 37 POSITION 48 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO KAYIP-SOR-SON.
           MOVE Z-KADET TO KYV-ADET.
           MOVE TP-KATNO TO KYV-KATNO.
           MOVE TP-STNO TO KYV-STNO.
           MOVE SPACES TO KYV-HESAPNO KYV-EVRAKNO.
           MOVE 1 TO KYV-NEDEN.
           MOVE 'S' TO KYV-KAYNAK.
           CALL 'KAYIPYAZ' USING KYV-KATNO KYV-STNO KYV-HESAPNO
              KYV-ADET KYV-NEDEN KYV-KAYNAK KYV-EVRAKNO.
           CANCEL 'KAYIPYAZ'.
       KAYIP-SOR-SON.

       STOP-PROGRAM.
           MOVE WCB TO NESTED-WCB (1).
           DISPLAY NESTED-WCB (1)

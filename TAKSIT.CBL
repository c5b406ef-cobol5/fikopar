           02 B-TUTAR               PIC -(9)9,99.
           02 FILLER                PIC X VALUE ' '.
           02 B-ODENEN              PIC -(9)9,99.
       copy 'isgunu.var'.
       copy 'status.cpy'.
       copy 'fileop.var'.
       copy 'win.cpy'.
                    GO TUS.
           GO TUS.
       STOP-PROGRAM.
           CANCEL 'ISGUNU'.
           MOVE WCB TO NESTED-WCB (1).
           DISPLAY NESTED-WCB (1)
              LINE 1 POSITION 1 CONTROL 'WINDOW-REMOVE'.
           MOVE E-EVRAKNO TO TAK-EVRAKNO.
           MOVE I TO TAK-SIRA.
           MOVE HS-HESAPNO TO TAK-HESAPNO.
      * hafta sonu ya da tatile dusen taksit ilk is gunune kayar;
      * sonraki taksitler kaydirilmamis vadeden ilerler
           MOVE 'I' TO IG-ISLEM.
           MOVE E-VADE TO IG-TARIH1.
           CALL 'ISGUNU' USING IG-ISTEK.
           MOVE IG-SONUC-TARIH TO TAK-VADE.
           IF I = E-SAYI
              MOVE T-KALAN TO TAK-TUTAR
           ELSE

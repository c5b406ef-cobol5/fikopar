               03 SB-BUGUN-YIL      PIC 9999.
               03 SB-BUGUN-AY       PIC 99.
               03 SB-BUGUN-GUN      PIC 99.
       copy 'numara.var'.
       copy 'chyaz.var'.
       copy 'isgunu.var'.
       copy 'status.cpy'.
	   copy 'fileop.var'.
       LINKAGE SECTION.
           GO DOSYA-OKU.
       DOSYA-OKU-SON.
           PERFORM SABLON-UYGULA THRU SABLON-UYGULA-SON.
           CANCEL 'ISGUNU'.
           CLOSE OKU KASA MAKBUZ.
           EXIT PROGRAM.
           STOP RUN.
      *    walks the recurring cash-transaction templates and, for
      *    every active template whose period has elapsed since it
      *    was last applied, writes a fresh KASA entry and advances
      *    its last-applied date to today. the due date is the
      *    last-applied date plus the period, moved forward to the
      *    next business day when it falls on a weekend or holiday.
       SABLON-UYGULA.
           ACCEPT SB-BUGUN FROM CENTURY-DATE.
           OPEN I-O KASABLON.
       SABLON-OKU.
           READ KASABLON NEXT AT END GO SABLON-UYGULA-KAPAT.
           IF NOT KB-AKTIF-EVET GO SABLON-OKU.
           MOVE 'E' TO IG-ISLEM.
           MOVE KB-SON-TARIH TO IG-TARIH1.
           MOVE KB-PERIYOT TO IG-GUN.
           CALL 'ISGUNU' USING IG-ISTEK.
           IF KB-SON-TARIH = ZEROS OR IG-TARIH-HATALI OR
              IG-SONUC-TARIH NOT > SB-BUGUN
               PERFORM SABLON-KASA-YAZ THRU SABLON-KASA-YAZ-SON
               MOVE SB-BUGUN TO KB-SON-TARIH
               REWRITE KB-KAYIT

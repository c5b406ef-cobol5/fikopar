           02 FILLER            PIC X(13) VALUE '\MANIFEST.TXT'.
       01 CMD-SATIR             PIC X(120).
       copy 'status.cpy'.
       copy 'fileop.var'.
       copy 'win.cpy'.
       LINKAGE SECTION.
       01  MAIN-ARGUMENT.
           STRING 'cmd /c mkdir YEDEK\' E-KLASOR
              DELIMITED BY SIZE INTO CMD-SATIR.
           CALL 'SYSTEM' USING CMD-SATIR.
      * yedek ani jurnale isaretlenir; ileri kurtarma bu isaretten
      * sonraki kayitlari uygular
           MOVE E-KLASOR TO SQL-TABLO.
           MOVE 'YEDEK' TO SQL-ISLEM.
           MOVE ZEROS TO SQL-UZUNLUK.
           CALL 'JRNYAZ' USING SQL-ISTEK MAN-SATIR.
           OPEN OUTPUT MANIFEST.
           MOVE ZEROS TO HATA-SAYI.
           MOVE 6 TO SATIR.
              PERFORM DOSYA-ISLE THRU DOSYA-ISLE-SON
           END-PERFORM.
           CLOSE MANIFEST.
      * jurnaller de yedek setine girer
           MOVE SPACES TO CMD-SATIR.
           STRING 'cmd /c mkdir YEDEK\' E-KLASOR '\JURNAL'
              DELIMITED BY SIZE INTO CMD-SATIR.
           CALL 'SYSTEM' USING CMD-SATIR.
           MOVE SPACES TO CMD-SATIR.
           STRING 'cmd /c copy /Y JURNAL\JR*.DAT YEDEK\' E-KLASOR
              '\JURNAL\' DELIMITED BY SIZE INTO CMD-SATIR.
           CALL 'SYSTEM' USING CMD-SATIR.
           MOVE HATA-SAYI TO Z-HATA.
           DISPLAY 'YEDEK TAMAMLANDI. SORUNLU DOSYA :'
              LINE 33 POSITION 2

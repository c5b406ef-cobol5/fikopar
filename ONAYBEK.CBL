       copy 'access.cpy'.
       copy 'oturum.cpy'.
       copy 'degislog.cpy'.
       copy 'teminat.cpy'.
       copy 'ictalep.cpy'.
       copy 'fire.cpy'.
       DATA DIVISION.
       FILE SECTION.
       copy 'onaybek.cpz'.
       copy 'access.cpz'.
       copy 'oturum.cpz'.
       copy 'degislog.cpz'.
       copy 'teminat.cpz'.
       copy 'ictalep.cpz'.
       copy 'fire.cpz'.
       WORKING-STORAGE SECTION.
       01 EKRAN-DEGIS.
           02 F                 PIC 99.
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
            WHEN 3 DISPLAY 'BORC SILME  ' LINE SATIR POSITION 5
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
            WHEN 4 DISPLAY 'TEMINAT IADE' LINE SATIR POSITION 5
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
            WHEN 5 DISPLAY 'SATIN.TALEBI' LINE SATIR POSITION 5
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
            WHEN 6 DISPLAY 'FIRE BELGESI' LINE SATIR POSITION 5
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
           END-EVALUATE.
           DISPLAY OB-KULLANICI LINE SATIR POSITION 18 SIZE 16
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
           PERFORM REWRITE-ONAYBEK.
           IF OB-ONAYLANDI
              PERFORM UYGULA THRU UYGULA-SON.
           IF OB-REDDEDILDI AND OB-ISLEM-TEMINAT
              PERFORM TEMINAT-GERIAL THRU TEMINAT-GERIAL-SON.
           IF OB-REDDEDILDI AND OB-ISLEM-TALEP
              PERFORM TALEP-UYGULA THRU TALEP-UYGULA-SON.
           IF OB-REDDEDILDI AND OB-ISLEM-FIRE
              PERFORM FIRE-UYGULA THRU FIRE-UYGULA-SON.
           CLOSE ONAYBEK.
       KARAR-SON.

            WHEN 1 PERFORM LIMIT-UYGULA THRU LIMIT-UYGULA-SON
            WHEN 2 PERFORM ODEME-UYGULA THRU ODEME-UYGULA-SON
            WHEN 3 PERFORM SILME-UYGULA THRU SILME-UYGULA-SON
            WHEN 4 PERFORM TEMINAT-UYGULA THRU TEMINAT-UYGULA-SON
            WHEN 5 PERFORM TALEP-UYGULA THRU TALEP-UYGULA-SON
            WHEN 6 PERFORM FIRE-UYGULA THRU FIRE-UYGULA-SON
           END-EVALUATE.
       UYGULA-SON.

           MOVE OB-HESAPNO TO KS-HESAPNO.
           MOVE OB-DEPONO TO KS-DEPONO.
           MOVE ZEROS TO KS-SEKILNO KS-MTIP.
           MOVE OB-MMKOD TO KS-MMKOD.
           MOVE SPACES TO KS-MEVRAKNO KS-MUTABAKAT.
           MOVE SPACES TO KS-ACIKLAMA.
           STRING 'ONAYLI ODEME ' OB-ACIKLAMA
           CLOSE CARHAR.
       SILME-UYGULA-SON.

      * teminat iadesi: talebi TEMINAT acar, sira OB-DEPONO da
       TEMINAT-UYGULA.
           OPEN I-O TEMINAT.
           MOVE OB-HESAPNO TO TM-HESAPNO.
           MOVE OB-DEPONO TO TM-SIRA.
           READ TEMINAT
              INVALID KEY CLOSE TEMINAT GO TEMINAT-UYGULA-SON.
           MOVE 'I' TO TM-DURUM.
           MOVE BUGUN TO TM-IADE-TARIH.
           PERFORM REWRITE-TEMINAT.
           CLOSE TEMINAT.
       TEMINAT-UYGULA-SON.

      * reddedilen iade talebinde teminat yeniden gecerli olur
       TEMINAT-GERIAL.
           OPEN I-O TEMINAT.
           MOVE OB-HESAPNO TO TM-HESAPNO.
           MOVE OB-DEPONO TO TM-SIRA.
           READ TEMINAT
              INVALID KEY CLOSE TEMINAT GO TEMINAT-GERIAL-SON.
           IF TM-IADE-BEKLIYOR
              MOVE 'A' TO TM-DURUM
              PERFORM REWRITE-TEMINAT.
           CLOSE TEMINAT.
       TEMINAT-GERIAL-SON.

      * satin alma talebi: talebi TALEP acar, talep no OB-HESAPNO
      * dadir. onayda satin almaya duser, redde kapanir
       TALEP-UYGULA.
           OPEN I-O ICTALEP.
           MOVE OB-HESAPNO(1:7) TO IT-NO.
           READ ICTALEP
              INVALID KEY CLOSE ICTALEP GO TALEP-UYGULA-SON.
           IF IT-ONAY-BEKLIYOR
              MOVE OB-DURUM TO IT-DURUM
              IF OB-ONAYLANDI MOVE 'A' TO IT-DURUM END-IF
              MOVE OB-ONAYLAYAN TO IT-ONAYLAYAN
              PERFORM REWRITE-ICTALEP.
           CLOSE ICTALEP.
       TALEP-UYGULA-SON.

      * fire belgesi: belgeyi FIRE acar, belge no OB-HESAPNO dadir.
      * onaylanan belge FIRE de islenmeye hazir olur, reddedilen
      * belge stoktan dusulmez
       FIRE-UYGULA.
           OPEN I-O FIRE.
           MOVE OB-HESAPNO(1:7) TO FR-NO.
           READ FIRE
              INVALID KEY CLOSE FIRE GO FIRE-UYGULA-SON.
           IF FR-ONAY-BEKLIYOR
              MOVE 'R' TO FR-DURUM
              IF OB-ONAYLANDI MOVE 'A' TO FR-DURUM END-IF
              MOVE OB-ONAYLAYAN TO FR-ONAYLAYAN
              PERFORM REWRITE-FIRE.
           CLOSE FIRE.
       FIRE-UYGULA-SON.

       copy 'yetki.per'.
       copy 'oturum.per'.
       copy 'degis.per'.
       copy fileop.cpy REPLACING ==%T%== BY ==DEGISLOG==
                                  "%T%"  BY "DEGISLOG"
                                 ==%R%== BY ==DGL-KAYIT==.
       copy fileop.cpy REPLACING ==%T%== BY ==ICTALEP==
                                  "%T%"  BY "ICTALEP"
                                 ==%R%== BY ==IT-KAYIT==.
       copy fileop.cpy REPLACING ==%T%== BY ==TEMINAT==
                                  "%T%"  BY "TEMINAT"
                                 ==%R%== BY ==TM-KAYIT==.
       copy fileop.cpy REPLACING ==%T%== BY ==FIRE==
                                  "%T%"  BY "FIRE"
                                 ==%R%== BY ==FR-KAYIT==.

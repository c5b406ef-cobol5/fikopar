      * bir dosyanin yerel ve uzak kayit sayisi ile anahtar
      * toplami bulunur; uzak satirlar kaydin kendi alanina okunur
       MUTABAKAT-%T%.
           MOVE "%T%" TO SM-TABLO.
           MOVE ZEROS TO SM-YEREL-SAYI SM-YEREL-TOPLAM
                         SM-UZAK-SAYI SM-UZAK-TOPLAM SM-UZAK-HATA.
           MOVE LENGTH OF %K% TO SM-UZUNLUK.
           OPEN INPUT %T%.
       MUTABAKAT-%T%-YEREL.
           READ %T% NEXT AT END GO MUTABAKAT-%T%-UZAK.
           MOVE %K% TO SM-ANAHTAR.
           PERFORM ANAHTAR-TOPLA THRU ANAHTAR-TOPLA-SON.
           ADD 1 TO SM-YEREL-SAYI.
           ADD SM-KAYIT-TOPLAM TO SM-YEREL-TOPLAM.
           GO MUTABAKAT-%T%-YEREL.
       MUTABAKAT-%T%-UZAK.
           INITIALIZE %R%.
       MUTABAKAT-%T%-UZAK-OKU.
           MOVE ZEROS TO SM-SON.
           CALL "dump_variable" USING SQB-SUNUCU(1:SQB-SUNUCU-UZ)
             SQB-KULLANICI(1:SQB-KULLANICI-UZ)
             SQB-SIFRE(1:SQB-SIFRE-UZ)
             SQB-VERITABANI(1:SQB-VERITABANI-UZ)
             "%T%" "READNEXT" %R% SM-SON GIVING SQB-SONUC.
           CANCEL "dump_variable".
           IF SQB-SONUC NOT = 0
              MOVE 1 TO SM-UZAK-HATA
              GO MUTABAKAT-%T%-KAPAT.
           IF SM-SON = 1 GO MUTABAKAT-%T%-KAPAT.
           MOVE %K% TO SM-ANAHTAR.
           PERFORM ANAHTAR-TOPLA THRU ANAHTAR-TOPLA-SON.
           ADD 1 TO SM-UZAK-SAYI.
           ADD SM-KAYIT-TOPLAM TO SM-UZAK-TOPLAM.
           GO MUTABAKAT-%T%-UZAK-OKU.
       MUTABAKAT-%T%-KAPAT.
           CLOSE %T%.
           PERFORM MUTABAKAT-YAZ THRU MUTABAKAT-YAZ-SON.
       END-MUTABAKAT-%T%.

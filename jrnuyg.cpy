      * jurnal satiri bu dosyaya aitse kaydin son hali yazilir ya
      * da kayit silinir
       UYGULA-%T%.
           IF JR-DOSYA NOT = "%T%" GO END-UYGULA-%T%.
           MOVE 'U' TO IK-SONUC.
           MOVE SPACES TO IK-NEDEN.
           IF JR-ISLEM = 'DELETEALL'
              OPEN OUTPUT %T%
              CLOSE %T%
              GO END-UYGULA-%T%.
           IF JR-UZUNLUK NOT = LENGTH OF %R%
              MOVE 'H' TO IK-SONUC
              MOVE 'KAYIT BOYU UYUSMUYOR' TO IK-NEDEN
              GO END-UYGULA-%T%.
           OPEN I-O %T%.
           MOVE JR-VERI TO %R%.
           IF JR-ISLEM = 'DELETE'
              DELETE %T% RECORD INVALID KEY
                 MOVE 'H' TO IK-SONUC
                 MOVE 'SILINECEK KAYIT YOK' TO IK-NEDEN
              END-DELETE
           ELSE
              WRITE %R% INVALID KEY
                 REWRITE %R% INVALID KEY
                    MOVE 'H' TO IK-SONUC
                    MOVE 'KAYIT YAZILAMADI' TO IK-NEDEN
                 END-REWRITE
              END-WRITE
           END-IF.
           CLOSE %T%.
       END-UYGULA-%T%.

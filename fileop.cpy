       WRITE-%T%.
           WRITE %R% INVALID KEY
                MOVE 0 TO WVAR 
           NOT INVALID KEY 
                MOVE 1 TO WVAR
                MOVE "%T%" TO SQL-TABLO
                MOVE "INSERT" TO SQL-ISLEM
                MOVE LENGTH OF %R% TO SQL-UZUNLUK
                CALL "JRNYAZ" USING SQL-ISTEK %R%
                CALL "SQLYAZ" USING SQL-ISTEK %R%
           END-WRITE.
       END-WRITE-%T%.
       REWRITE-%T%.
           REWRITE %R% INVALID KEY
                MOVE 0 TO WVAR 
           NOT INVALID KEY 
                MOVE 1 TO WVAR
                MOVE "%T%" TO SQL-TABLO
                MOVE "UPDATE" TO SQL-ISLEM
                MOVE LENGTH OF %R% TO SQL-UZUNLUK
                CALL "JRNYAZ" USING SQL-ISTEK %R%
                CALL "SQLYAZ" USING SQL-ISTEK %R%
           END-REWRITE.
       END-REWRITE-%T%.
       DELETE-%T%.
           DELETE %T% INVALID KEY
                MOVE 0 TO WVAR 
           NOT INVALID KEY 
                MOVE 1 TO WVAR
                MOVE "%T%" TO SQL-TABLO
                MOVE "DELETE" TO SQL-ISLEM
                MOVE LENGTH OF %R% TO SQL-UZUNLUK
                CALL "JRNYAZ" USING SQL-ISTEK %R%
                CALL "SQLYAZ" USING SQL-ISTEK %R%
           END-DELETE.
       END-DELETE-%T%.
       TRUNCATE-%T%.
           OPEN OUTPUT %T%.
           CLOSE %T%.
           MOVE "%T%" TO SQL-TABLO.
           MOVE "DELETEALL" TO SQL-ISLEM.
           MOVE ZEROS TO SQL-UZUNLUK.
           CALL "JRNYAZ" USING SQL-ISTEK %R%.
           CALL "SQLYAZ" USING SQL-ISTEK %R%.
       END-TRUNCATE-%T%.

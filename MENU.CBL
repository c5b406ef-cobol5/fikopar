           COMPUTE F = X + 46.
           CALL 'GOLGE' USING BY CONTENT Y X SON F.
           CANCEL 'GOLGE'.
           PERFORM MESAJ-BAK.
           
       SOR.
           MOVE DUR TO I.
                    MOVE MENU-PARAM(I) TO MAIN-ARGUMENT-VALUE
                    MOVE LENGTH OF MENU-PARAM(I) TO MAIN-ARGUMENT-SIZE
                     CALL MENU-PROGRAM(I) USING BY CONTENT MAIN-ARGUMENT
                     CANCEL MENU-PROGRAM(I)
                     PERFORM MESAJ-BAK.
            GO SOR.
       SERITSIZ.
           ADD 1 TO X.
           DISPLAY MENU-DESC(I) LINE MENU-SATIR(I) POSITION X
                CONTROL 'BCOLOR=WHITE, FCOLOR=BLUE' LOW.
           SUBTRACT 1 FROM X.
      * okunmamis yeni mesaj varsa mesaj penceresi acilir
       MESAJ-BAK.
           MOVE 2 TO MAIN-ARGUMENT-SIZE.
           MOVE '/Y' TO MAIN-ARGUMENT-VALUE.
           CALL 'MESAJ' USING BY CONTENT MAIN-ARGUMENT
              ON EXCEPTION CONTINUE
           END-CALL.
           CANCEL 'MESAJ'.
       copy 'yetki.per'.
       copy 'oturum.per'.
       STOP-PROGRAM.

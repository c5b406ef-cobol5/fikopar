           02 WS-FIYAT REDEFINES WS-FIYAT-X
                                PIC 9(8)V99.
       copy 'numara.var'.
       copy 'sipbild.var'.
       copy 'status.cpy'.
       copy 'fileop.var'.
       copy 'win.cpy'.
                 MOVE SC-HESAPNO TO SIP-HESAPNO
                 MOVE SC-HESAPADI TO SIP-HESAPADI
                 MOVE 'WEB MAGAZA' TO SIP-YETKILI
                 MOVE 'WEB' TO SIP-KANAL
                 MOVE ZEROS TO SIP-TUTAR
                 PERFORM WRITE-SIPARIS
                 MOVE 1 TO BI-OLAY
                 MOVE SC-HESAPNO TO BI-HESAPNO
                 MOVE SIP-EVRAKNO TO BI-SIPARISNO
                 MOVE SPACES TO BI-TAKIPNO
                 CALL 'SIPBILD' USING BI-ISTEK
                 CANCEL 'SIPBILD'
           END-READ.
           MOVE SIP-EVRAKNO TO SD-EVRAKNO.
           MOVE 99999 TO SD-SIRA.

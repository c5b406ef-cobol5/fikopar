       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'SIPBILD'.
       AUTHOR. FIKRET PIRIM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. RMCOBOL.
       OBJECT-COMPUTER. RMCOBOL.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy 'siparis.cpy'.
       copy 'sicil.cpy'.
       copy 'siciltel.cpy'.
       copy 'gorusme.cpy'.
       copy 'ayar.cpy'.
       DATA DIVISION.
       FILE SECTION.
       copy 'siparis.cpz'.
       copy 'sicil.cpz'.
       copy 'siciltel.cpz'.
       copy 'gorusme.cpz'.
       copy 'ayar.cpz'.
       WORKING-STORAGE SECTION.
       77 BILDIRIM-TIP      PIC 99 VALUE 54.
       01 BILDIRIM-DEGIS.
           02 BUGUN             PIC 9(8).
           02 HESAPNO           PIC X(15).
           02 KANAL             PIC X(10).
           02 KONU              PIC X(40).
           02 V-CEP             PIC 9(10).
           02 B-CEP             PIC 9(12).
       01 OLAY-TANIM.
           02 FILLER            PIC X(40)
              VALUE 'SIPARISINIZ ALINDI'.
           02 FILLER            PIC X(40)
              VALUE 'SIPARISINIZIN URUNLERI DEPOMUZA ULASTI'.
           02 FILLER            PIC X(40)
              VALUE 'SIPARISINIZ HAZIRLANDI'.
           02 FILLER            PIC X(40)
              VALUE 'SIPARISINIZ KARGOYA VERILDI'.
           02 FILLER            PIC X(40)
              VALUE 'SIPARISINIZ TESLIM EDILDI'.
       01 OLAY-TABLO REDEFINES OLAY-TANIM.
           02 OLAY-ADI          PIC X(40) OCCURS 5.
       01 SMS-PARAM.
           02 SMS-PROGRAM       PIC X(10).
           02 FILLER            PIC X VALUE SPACE.
           02 SMS-TEL           PIC 9(12).
           02 FILLER            PIC X VALUE SPACE.
           02 SMS-KONU          PIC X(40).
           02 FILLER            PIC X VALUE SPACE.
           02 SMS-SIPARISNO     PIC X(15).
           02 FILLER            PIC X VALUE SPACE.
           02 SMS-TAKIPNO       PIC X(25).
       copy 'status.cpy'.
       copy 'fileop.var'.
       LINKAGE SECTION.
       01 G-ISTEK.
           02 G-OLAY                    PIC 9.
           02 G-HESAPNO                 PIC X(15).
           02 G-SIPARISNO               PIC X(15).
           02 G-TAKIPNO                 PIC X(25).
      * siparis asamalarinda musteriye otomatik mesaj: 1 siparis
      * alindi, 2 bekleyen siparisin mali geldi, 3 toplandi,
      * 4 kargoya verildi, 5 teslim edildi. her olayin kanali ve
      * mesaj konusu AYAR (TIP 54, depo no = olay no) kaydindadir;
      * cikti tipi SMS ya da WHATSAPP degilse o olayda mesaj
      * gitmez. hesap no bos verilirse siparisten bulunur. kapanmis
      * ya da bildirim istemeyen hesaba ve cep telefonu olmayana
      * gonderilmez; giden her mesaj gorusme gecmisine yazilir
       PROCEDURE DIVISION USING G-ISTEK.
       BASLA.
           IF G-OLAY < 1 OR G-OLAY > 5 GO BITIR.
           ACCEPT BUGUN FROM CENTURY-DATE.
           PERFORM KANAL-OKU THRU KANAL-OKU-SON.
           IF KANAL NOT = 'SMS' AND KANAL NOT = 'WHATSAPP'
              GO BITIR.
           MOVE G-HESAPNO TO HESAPNO.
           IF HESAPNO = SPACES
              PERFORM SIPARIS-OKU THRU SIPARIS-OKU-SON.
           IF HESAPNO = SPACES GO BITIR.
           OPEN INPUT SICIL SICILTEL.
           MOVE HESAPNO TO SC-HESAPNO.
           READ SICIL INVALID KEY GO KAPAT.
           IF SC-KAPANDI OR SC-BILDIRIM-ISTEMIYOR GO KAPAT.
           PERFORM CEP-BUL THRU CEP-BUL-SON.
           IF B-CEP = ZEROS GO KAPAT.
           PERFORM GONDER THRU GONDER-SON.
           PERFORM GORUSME-YAZ THRU GORUSME-YAZ-SON.
       KAPAT.
           CLOSE SICIL SICILTEL.
       BITIR.
           EXIT PROGRAM.
           STOP RUN.

      * olay kaydi yoksa varsayilan konu ve SMS kanaliyla acilir
       KANAL-OKU.
           OPEN I-O AYAR.
           MOVE BILDIRIM-TIP TO AY-TIP.
           MOVE G-OLAY TO AY-DEPONO.
           READ AYAR
              INVALID KEY
                 MOVE OLAY-ADI (G-OLAY) TO AY-ACIKLAMA
                 MOVE SPACES TO AY-EVRAKFORMAT AY-EVRAKNO
                 MOVE SPACES TO AY-YAZDOS AY-YAZDOS2 AY-YAZPORT
                 MOVE 'SMS' TO AY-CIKTITIPI
                 PERFORM WRITE-AYAR
           END-READ.
           MOVE AY-CIKTITIPI TO KANAL.
           MOVE AY-ACIKLAMA TO KONU.
           IF KONU = SPACES MOVE OLAY-ADI (G-OLAY) TO KONU.
           CLOSE AYAR.
       KANAL-OKU-SON.

       SIPARIS-OKU.
           IF G-SIPARISNO = SPACES GO SIPARIS-OKU-SON.
           OPEN INPUT SIPARIS.
           MOVE G-SIPARISNO TO SIP-EVRAKNO.
           READ SIPARIS INVALID KEY MOVE SPACES TO SIP-HESAPNO.
           MOVE SIP-HESAPNO TO HESAPNO.
           CLOSE SIPARIS.
       SIPARIS-OKU-SON.

       CEP-BUL.
           MOVE ZEROS TO B-CEP V-CEP.
           MOVE HESAPNO TO SCT-HESAPNO.
           MOVE ZEROS TO SCT-SIRA.
           READ SICILTEL INVALID KEY GO CEP-BUL-SON.
           MOVE SCT-VARSAYILAN-CEP TO V-CEP.
           IF V-CEP = ZEROS GO CEP-BUL-SON.
           MOVE V-CEP TO SCT-SIRA.
           READ SICILTEL INVALID KEY GO CEP-BUL-SON.
           MOVE SCT-TEL TO B-CEP.
       CEP-BUL-SON.

       GONDER.
           IF KANAL = 'WHATSAPP'
              MOVE 'CWHATSAPP' TO SMS-PROGRAM
           ELSE
              MOVE 'CSMS' TO SMS-PROGRAM.
           MOVE B-CEP TO SMS-TEL.
           MOVE KONU TO SMS-KONU.
           MOVE G-SIPARISNO TO SMS-SIPARISNO.
           MOVE G-TAKIPNO TO SMS-TAKIPNO.
           CALL 'SYSTEM' USING SMS-PARAM.
       GONDER-SON.

       GORUSME-YAZ.
           OPEN I-O GORUSME.
           MOVE HESAPNO TO GR-HESAPNO.
           MOVE BUGUN TO GR-TARIH.
           ACCEPT GR-SAAT FROM TIME.
           MOVE 1 TO GR-SIRA.
           MOVE 3 TO GR-TIP.
           MOVE 'OTOMATIK BILDIRIM' TO GR-KULLANICI.
           MOVE KONU TO GR-KONU.
           MOVE SPACES TO GR-NOT.
           IF G-TAKIPNO = SPACES
              STRING KANAL DELIMITED BY SPACE
                 ' SIPARIS ' G-SIPARISNO
                 DELIMITED BY SIZE INTO GR-NOT
           ELSE
              STRING KANAL DELIMITED BY SPACE
                 ' SIPARIS ' G-SIPARISNO ' TAKIP ' G-TAKIPNO
                 DELIMITED BY SIZE INTO GR-NOT
           END-IF.
       GORUSME-YAZ-DENE.
           PERFORM WRITE-GORUSME.
           IF WVAR = 0 ADD 1 TO GR-SIRA GO GORUSME-YAZ-DENE.
           CLOSE GORUSME.
       GORUSME-YAZ-SON.

       copy fileop.cpy REPLACING ==%T%== BY ==AYAR==
                                  "%T%"  BY "AYAR"
                                 ==%R%== BY ==AY-KAYIT==.
       copy fileop.cpy REPLACING ==%T%== BY ==GORUSME==
                                  "%T%"  BY "GORUSME"
                                 ==%R%== BY ==GR-KAYIT==.

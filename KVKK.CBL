       copy 'arsiv.cpy'.
       copy 'kvkklog.cpy'.
       copy 'oturum.cpy'.
       copy 'sicilpos.cpy'.
       copy 'musarac.cpy'.
       copy 'puan.cpy'.
       copy 'garanti.cpy'.
       copy 'ekdosya.cpy'.
            SELECT BASVURU ASSIGN TO DISK, BASVURU-DOSYA
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       copy 'sicil.cpz'.
       copy 'arsiv.cpz'.
       copy 'kvkklog.cpz'.
       copy 'oturum.cpz'.
       copy 'sicilpos.cpz'.
       copy 'musarac.cpz'.
       copy 'puan.cpz'.
       copy 'garanti.cpz'.
       copy 'ekdosya.cpz'.
       FD BASVURU.
       01 BASVURU-SATIR                 PIC X(132).
       WORKING-STORAGE SECTION.
       01 EKRAN-DEGIS.
           02 F                 PIC 99.
           02 Z-SAYI            PIC ZZZZ9.
           02 IMZA-I            PIC 99.
           02 IMZA-TOP          PIC 9(9).
       01 BASVURU-DEGIS.
           02 E-BTARIH.
               03 E-BYIL            PIC 9999.
               03 E-BAY             PIC 99.
               03 E-BGUN            PIC 99.
           02 E-CTARIH.
               03 E-CYIL            PIC 9999.
               03 E-CAY             PIC 99.
               03 E-CGUN            PIC 99.
           02 E-ARAMA-TIP       PIC 9.
           02 E-ARANAN          PIC X(30).
           02 ARANAN-UZ         PIC 99.
           02 ARA-ALAN          PIC X(60).
           02 ESLESME           PIC 9(3).
           02 TEL-HAM           PIC X(15).
           02 TEL-RAKAM         PIC X(15).
           02 TEL-SAYI          PIC 9(12).
           02 TEL-I             PIC 99.
           02 TEL-J             PIC 99.
           02 ARA-HESAPNO       PIC X(15).
           02 LISTEDE           PIC 9.
           02 HL-I              PIC 99.
           02 HL-SAYI           PIC 99.
           02 HL-HESAPNO        PIC X(15) OCCURS 20 TIMES.
           02 BOLUM-ADI         PIC X(40).
           02 BOLUM-SAYI        PIC 9(5).
           02 TOPLAM-SAYI       PIC 9(5).
           02 SON-TARIH         PIC 9(8).
           02 B-TARIH           PIC X(10).
           02 B-TARIH2          PIC X(10).
           02 B-ARAMA           PIC X(5).
           02 Z-TUTAR           PIC -(9)9,99.
           02 Z-GUN             PIC -(4)9.
           02 Z-NO              PIC Z9.
           02 TK-I              PIC 99.
           02 TK-SAYI           PIC 99.
           02 TK-KEY            PIC X(19) OCCURS 24 TIMES.
       01 BASVURU-DOSYA.
           02 FILLER            PIC X(9) VALUE 'DATA\KVK_'.
           02 BD-TARIH          PIC 9(8).
           02 FILLER            PIC X VALUE '_'.
           02 BD-SAAT           PIC 9(8).
           02 FILLER            PIC X(4) VALUE '.TXT'.
       copy 'isgunu.var'.
       copy 'oturum.var'.
       copy 'status.cpy'.
       copy 'fileop.var'.
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE' SIZE 120
              ' F1 ' 'UYUYAN HESAPLARI TARA' REVERSE
              ' F2 ' 'TEK HESAP SIL (UNUTULMA)' REVERSE
              ' F3 ' 'SIPARIS BILDIRIMI IZNI' REVERSE
              ' F4 ' 'BASVURU' REVERSE
              ' F5 ' 'BASVURU TAKIP' REVERSE
              ' ESC ' 'CIKIS' REVERSE.
           ACCEPT BUGUN FROM CENTURY-DATE.
           PERFORM OTURUM-OKU.
           IF F = 27 GO STOP-PROGRAM.
           IF F = 1 PERFORM TOPLU-TARA THRU TOPLU-TARA-SON GO TUS.
           IF F = 2 PERFORM TEK-HESAP THRU TEK-HESAP-SON GO TUS.
           IF F = 3 PERFORM BILDIRIM-IZIN THRU BILDIRIM-IZIN-SON
                    GO TUS.
           IF F = 4 PERFORM BILGI-BASVURU THRU BILGI-BASVURU-SON
                    GO TUS.
           IF F = 5 PERFORM BASVURU-TAKIP THRU BASVURU-TAKIP-SON
                    GO TUS.
           GO TUS.
       STOP-PROGRAM.
           CANCEL 'ISGUNU'.
           MOVE WCB TO NESTED-WCB (1).
           DISPLAY NESTED-WCB (1)
              LINE 1 POSITION 1 CONTROL 'WINDOW-REMOVE'.
              HARSICARS KVKKLOG.
       TEK-HESAP-SON.

      * musteri siparis asamalarinda otomatik sms/whatsapp mesaji
      * istemezse H girilir; bos ya da E gonderilir demektir
       BILDIRIM-IZIN.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           MOVE SPACES TO E-HESAPNO.
           CALL 'SICPEN' USING E-HESAPNO.
           CANCEL 'SICPEN'.
           IF E-HESAPNO = SPACES GO BILDIRIM-IZIN-SON.
           OPEN I-O SICIL.
           MOVE E-HESAPNO TO SC-HESAPNO.
           READ SICIL
              INVALID KEY
                 DISPLAY 'HESAP BULUNAMADI !!!' LINE 5 POSITION 2
                    CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
                 GO BILDIRIM-IZIN-KAPAT.
           DISPLAY SC-HESAPADI LINE 5 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           DISPLAY 'SIPARIS BILDIRIMI GONDERILSIN (E/H) :'
              LINE 7 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE 'E' TO E-ONAY.
           IF SC-BILDIRIM-ISTEMIYOR MOVE 'H' TO E-ONAY.
           ACCEPT E-ONAY LINE 7 POSITION 40 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO BILDIRIM-IZIN-KAPAT.
           IF E-ONAY = 'h' MOVE 'H' TO E-ONAY.
           IF E-ONAY NOT = 'H' MOVE 'E' TO E-ONAY.
           MOVE E-ONAY TO SC-BILDIRIM.
           REWRITE SC-KAYIT.
           DISPLAY 'KAYDEDILDI' LINE 9 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
       BILDIRIM-IZIN-KAPAT.
           CLOSE SICIL.
       BILDIRIM-IZIN-SON.

      * sicil, telefonlar, gorusme notlari ve evrak basliklari
      * (canli + arsiv) kisisel alanlardan arindirilir
       HESAP-ANONIM.
           MOVE 'ANONIM' TO SC-HESAPADI.
           MOVE SPACES TO SC-YETKILI SC-TELEFON SC-MAHALLE
              SC-VNO SC-TCNO.
           REWRITE SC-KAYIT.
           PERFORM TEL-ANONIM THRU TEL-ANONIM-SON.
           PERFORM GORUSME-ANONIM THRU GORUSME-ANONIM-SON.
       ARSIV-ANONIM-SON.

       KVKK-LOGLA.
           MOVE SPACES TO KV-ARANAN.
           MOVE ZEROS TO KV-ARAMA-TIP KV-BULUNAN KV-SON-TARIH
              KV-CEVAP-TARIH.
           MOVE BUGUN TO KV-TARIH.
           ACCEPT KV-SAAT FROM TIME.
           MOVE 1 TO KV-SIRA.
           MOVE SC-HESAPNO TO KV-HESAPNO.
           MOVE OT-KULLANICI-ADI TO KV-KULLANICI.
           PERFORM IMZA-HESAPLA THRU IMZA-HESAPLA-SON.
       KVKK-LOGLA-DENE.
           PERFORM WRITE-KVKKLOG.
           IF WVAR = 0 ADD 1 TO KV-SIRA GO KVKK-LOGLA-DENE.
       KVKK-LOGLA-SON.

      * basit imza: hesap no + tarih karakter toplami
       IMZA-HESAPLA.
           MOVE ZEROS TO IMZA-TOP.
           PERFORM VARYING IMZA-I FROM 1 BY 1 UNTIL IMZA-I > 15
              IF KV-HESAPNO(IMZA-I:1) NOT = SPACE
                 COMPUTE IMZA-TOP = IMZA-TOP * 31 + IMZA-I
                 COMPUTE IMZA-TOP = IMZA-TOP + KV-GUN
              END-IF
           END-PERFORM.
           COMPUTE IMZA-TOP = IMZA-TOP + KV-YIL * 100 + KV-AY.
           MOVE IMZA-TOP TO KV-IMZA.
       IMZA-HESAPLA-SON.

      * ilgili kisinin bilgi basvurusu: ad, tckn ya da telefonla
      * eslesen hesaplar bulunur, kisisel veri tutulan her dosya
      * taranip yanit metni DATA\KVK_<tarih>_<saat>.TXT olarak
      * yazilir. basvuru yasal 30 gunluk yanit suresiyle KVKKLOG a
      * islenir, yanit tarihi F5 ile girilir
       BILGI-BASVURU.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           DISPLAY 'BASVURU TARIHI :' LINE 4 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              '/' LINE 4 POSITION 21 '/' LINE 4 POSITION 24.
           DISPLAY 'ARAMA (1 AD 2 TCKN 3 TELEFON) :' LINE 5 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           DISPLAY 'ARANAN         :' LINE 6 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE BUGUN TO E-BTARIH.
           ACCEPT E-BGUN LINE 4 POSITION 19 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT E-BAY LINE 4 POSITION 22 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT E-BYIL LINE 4 POSITION 25 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           MOVE 1 TO E-ARAMA-TIP.
           ACCEPT E-ARAMA-TIP LINE 5 POSITION 34 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           MOVE SPACES TO E-ARANAN.
           ACCEPT E-ARANAN LINE 6 POSITION 19 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 OR E-ARANAN = SPACES GO BILGI-BASVURU-SON.
           IF E-ARAMA-TIP < 1 OR E-ARAMA-TIP > 3
              DISPLAY 'ARAMA TIPI 1, 2 YA DA 3 OLMALI !!!'
                 LINE 32 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              GO BILGI-BASVURU-SON.
           INSPECT E-ARANAN CONVERTING 'abcdefghijklmnopqrstuvwxyz'
              TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           IF E-ARAMA-TIP = 3
              MOVE E-ARANAN TO TEL-HAM
              PERFORM TEL-NORMAL THRU TEL-NORMAL-SON
              MOVE TEL-RAKAM TO E-ARANAN.
           PERFORM VARYING ARANAN-UZ FROM 30 BY -1
              UNTIL ARANAN-UZ = ZEROS
                 OR E-ARANAN(ARANAN-UZ:1) NOT = SPACE
              CONTINUE
           END-PERFORM.
           IF (E-ARAMA-TIP = 1 AND ARANAN-UZ < 3)
              OR (E-ARAMA-TIP = 2 AND ARANAN-UZ NOT = 11)
              OR (E-ARAMA-TIP = 3 AND ARANAN-UZ < 7)
              DISPLAY 'ARANAN DEGER EKSIK !!!' LINE 32 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              GO BILGI-BASVURU-SON.
           MOVE E-BTARIH TO BD-TARIH.
           ACCEPT BD-SAAT FROM TIME.
           MOVE 'E' TO IG-ISLEM.
           MOVE SPACES TO IG-HESAPNO.
           MOVE E-BTARIH TO IG-TARIH1.
           MOVE 30 TO IG-GUN.
           CALL 'ISGUNU' USING IG-ISTEK.
           MOVE IG-HAM-TARIH TO SON-TARIH.
           MOVE ZEROS TO HL-SAYI TOPLAM-SAYI.
           MOVE 8 TO SATIR.
           OPEN INPUT SICIL SICILTEL SICILPOS GORUSME MUSARAC
              HAREKET-SICIL HARSICARS PUAN GARANTI EKDOSYA.
           PERFORM HESAP-TARA THRU HESAP-TARA-SON.
           OPEN OUTPUT BASVURU.
           PERFORM RAPOR-BASLIK THRU RAPOR-BASLIK-SON.
           PERFORM BOLUM-SICIL THRU BOLUM-SICIL-SON.
           PERFORM BOLUM-ILETISIM THRU BOLUM-ILETISIM-SON.
           PERFORM BOLUM-GORUSME THRU BOLUM-GORUSME-SON.
           PERFORM BOLUM-ARAC THRU BOLUM-ARAC-SON.
           PERFORM BOLUM-EVRAK THRU BOLUM-EVRAK-SON.
           PERFORM BOLUM-ARSIV THRU BOLUM-ARSIV-SON.
           PERFORM BOLUM-PUAN THRU BOLUM-PUAN-SON.
           PERFORM BOLUM-GARANTI THRU BOLUM-GARANTI-SON.
           PERFORM BOLUM-EKDOSYA THRU BOLUM-EKDOSYA-SON.
           PERFORM RAPOR-SONU THRU RAPOR-SONU-SON.
           CLOSE BASVURU SICIL SICILTEL SICILPOS GORUSME MUSARAC
              HAREKET-SICIL HARSICARS PUAN GARANTI EKDOSYA.
           PERFORM BASVURU-LOGLA THRU BASVURU-LOGLA-SON.
           MOVE TOPLAM-SAYI TO Z-SAYI.
           MOVE SON-TARIH TO IG-TARIH1.
           PERFORM TARIH-METNI THRU TARIH-METNI-SON.
           DISPLAY 'TOPLAM KAYIT     :' LINE 18 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=YELLOW'
              Z-SAYI LINE 18 POSITION 21
              'YANIT SON TARIHI :' LINE 19 POSITION 2
              B-TARIH LINE 19 POSITION 21
              'RAPOR: ' LINE 20 POSITION 2
              BASVURU-DOSYA.
       BILGI-BASVURU-SON.

      * eslesen hesaplar: sicilde ad/yetkili, tckn ya da telefon;
      * telefonla aramada ek telefon kayitlari da taranir.
      * anonimlestirilmis hesaplar kisisel veri tasimaz
       HESAP-TARA.
           MOVE SPACES TO SC-HESAPNO.
           START SICIL KEY IS NOT LESS THAN SC-HESAPNO
              INVALID KEY GO HESAP-TARA-TEL.
       HESAP-TARA-OKU.
           READ SICIL NEXT AT END GO HESAP-TARA-TEL.
           IF SC-HESAPADI(1:6) = 'ANONIM' GO HESAP-TARA-OKU.
           MOVE ZEROS TO ESLESME.
           EVALUATE E-ARAMA-TIP
              WHEN 1
                 MOVE SC-HESAPADI TO ARA-ALAN
                 PERFORM METIN-ARA THRU METIN-ARA-SON
                 IF ESLESME = ZEROS
                    MOVE SC-YETKILI TO ARA-ALAN
                    PERFORM METIN-ARA THRU METIN-ARA-SON
                 END-IF
              WHEN 2
                 IF SC-TCNO = E-ARANAN(1:11) MOVE 1 TO ESLESME
                 END-IF
              WHEN 3
                 MOVE SC-TELEFON TO TEL-HAM
                 PERFORM TEL-ARA THRU TEL-ARA-SON
           END-EVALUATE.
           IF ESLESME > ZEROS
              MOVE SC-HESAPNO TO ARA-HESAPNO
              PERFORM LISTEYE-EKLE THRU LISTEYE-EKLE-SON.
           GO HESAP-TARA-OKU.
       HESAP-TARA-TEL.
           IF E-ARAMA-TIP NOT = 3 GO HESAP-TARA-SON.
           MOVE SPACES TO SCT-HESAPNO.
           MOVE ZEROS TO SCT-SIRA.
           START SICILTEL KEY IS NOT LESS THAN SCT-KEY
              INVALID KEY GO HESAP-TARA-SON.
       HESAP-TARA-TEL-OKU.
           READ SICILTEL NEXT AT END GO HESAP-TARA-SON.
           MOVE SCT-TEL TO TEL-SAYI.
           PERFORM TEL-SAYI-ARA THRU TEL-SAYI-ARA-SON.
           IF ESLESME = ZEROS
              MOVE SCT-VARSAYILAN-TEL TO TEL-SAYI
              PERFORM TEL-SAYI-ARA THRU TEL-SAYI-ARA-SON.
           IF ESLESME = ZEROS
              MOVE SCT-VARSAYILAN-CEP TO TEL-SAYI
              PERFORM TEL-SAYI-ARA THRU TEL-SAYI-ARA-SON.
           IF ESLESME = ZEROS
              MOVE SCT-VARSAYILAN-FAX TO TEL-SAYI
              PERFORM TEL-SAYI-ARA THRU TEL-SAYI-ARA-SON.
           IF ESLESME > ZEROS
              MOVE SCT-HESAPNO TO SC-HESAPNO
              READ SICIL INVALID KEY MOVE 'ANONIM' TO SC-HESAPADI
              END-READ
              IF SC-HESAPADI(1:6) NOT = 'ANONIM'
                 MOVE SCT-HESAPNO TO ARA-HESAPNO
                 PERFORM LISTEYE-EKLE THRU LISTEYE-EKLE-SON
              END-IF
           END-IF.
           GO HESAP-TARA-TEL-OKU.
       HESAP-TARA-SON.

      * ad aramasi buyuk harfle, alanin herhangi bir yerinde
       METIN-ARA.
           INSPECT ARA-ALAN CONVERTING 'abcdefghijklmnopqrstuvwxyz'
              TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           MOVE ZEROS TO ESLESME.
           INSPECT ARA-ALAN TALLYING ESLESME
              FOR ALL E-ARANAN(1:ARANAN-UZ).
       METIN-ARA-SON.

      * telefonlar bosluk, tire ve bastaki sifirlardan arindirilip
      * rakam dizisi icinde aranir
       TEL-NORMAL.
           MOVE SPACES TO TEL-RAKAM.
           MOVE ZEROS TO TEL-J.
           PERFORM VARYING TEL-I FROM 1 BY 1 UNTIL TEL-I > 15
              IF TEL-HAM(TEL-I:1) IS NUMERIC
                 AND (TEL-J > ZEROS OR TEL-HAM(TEL-I:1) NOT = '0')
                 ADD 1 TO TEL-J
                 MOVE TEL-HAM(TEL-I:1) TO TEL-RAKAM(TEL-J:1)
              END-IF
           END-PERFORM.
       TEL-NORMAL-SON.

       TEL-ARA.
           PERFORM TEL-NORMAL THRU TEL-NORMAL-SON.
           MOVE ZEROS TO ESLESME.
           IF TEL-RAKAM = SPACES GO TEL-ARA-SON.
           INSPECT TEL-RAKAM TALLYING ESLESME
              FOR ALL E-ARANAN(1:ARANAN-UZ).
       TEL-ARA-SON.

       TEL-SAYI-ARA.
           MOVE ZEROS TO ESLESME.
           IF TEL-SAYI = ZEROS GO TEL-SAYI-ARA-SON.
           MOVE TEL-SAYI TO TEL-HAM.
           PERFORM TEL-ARA THRU TEL-ARA-SON.
       TEL-SAYI-ARA-SON.

       LISTEYE-EKLE.
           PERFORM HESAP-LISTEDE THRU HESAP-LISTEDE-SON.
           IF LISTEDE = 1 OR HL-SAYI = 20 GO LISTEYE-EKLE-SON.
           ADD 1 TO HL-SAYI.
           MOVE ARA-HESAPNO TO HL-HESAPNO (HL-SAYI).
       LISTEYE-EKLE-SON.

       HESAP-LISTEDE.
           MOVE 0 TO LISTEDE.
           IF ARA-HESAPNO = SPACES GO HESAP-LISTEDE-SON.
           PERFORM VARYING HL-I FROM 1 BY 1 UNTIL HL-I > HL-SAYI
              IF HL-HESAPNO (HL-I) = ARA-HESAPNO MOVE 1 TO LISTEDE
              END-IF
           END-PERFORM.
       HESAP-LISTEDE-SON.

      * IG-TARIH1 deki tarih gun/ay/yil metnine
       TARIH-METNI.
           MOVE SPACES TO B-TARIH.
           IF IG-TARIH1 = ZEROS GO TARIH-METNI-SON.
           STRING IG-TARIH1(7:2) '/' IG-TARIH1(5:2) '/'
              IG-TARIH1(1:4) DELIMITED BY SIZE INTO B-TARIH.
       TARIH-METNI-SON.

       RAPOR-BASLIK.
           MOVE 'KISISEL VERILERIN KORUNMASI KANUNU - ILGILI KISI BILG
      -         'I BASVURUSU YANITI' TO BASVURU-SATIR.
           WRITE BASVURU-SATIR.
           MOVE SPACES TO BASVURU-SATIR.
           WRITE BASVURU-SATIR.
           MOVE E-BTARIH TO IG-TARIH1.
           PERFORM TARIH-METNI THRU TARIH-METNI-SON.
           MOVE B-TARIH TO B-TARIH2.
           MOVE SON-TARIH TO IG-TARIH1.
           PERFORM TARIH-METNI THRU TARIH-METNI-SON.
           MOVE SPACES TO BASVURU-SATIR.
           STRING 'BASVURU TARIHI : ' B-TARIH2
              '   YANIT SON TARIHI : ' B-TARIH
              DELIMITED BY SIZE INTO BASVURU-SATIR.
           WRITE BASVURU-SATIR.
           EVALUATE E-ARAMA-TIP
              WHEN 1 MOVE 'AD' TO B-ARAMA
              WHEN 2 MOVE 'TCKN' TO B-ARAMA
              WHEN 3 MOVE 'TEL' TO B-ARAMA
           END-EVALUATE.
           MOVE SPACES TO BASVURU-SATIR.
           STRING 'ARAMA          : ' B-ARAMA ' = ' E-ARANAN
              DELIMITED BY SIZE INTO BASVURU-SATIR.
           WRITE BASVURU-SATIR.
           MOVE BUGUN TO IG-TARIH1.
           PERFORM TARIH-METNI THRU TARIH-METNI-SON.
           MOVE SPACES TO BASVURU-SATIR.
           STRING 'HAZIRLAYAN     : ' OT-KULLANICI-ADI
              '   TARIH : ' B-TARIH
              DELIMITED BY SIZE INTO BASVURU-SATIR.
           WRITE BASVURU-SATIR.
           MOVE HL-SAYI TO Z-NO.
           MOVE SPACES TO BASVURU-SATIR.
           STRING 'ESLESEN HESAP  : ' Z-NO
              DELIMITED BY SIZE INTO BASVURU-SATIR.
           WRITE BASVURU-SATIR.
       RAPOR-BASLIK-SON.

       BOLUM-BASLA.
           MOVE ZEROS TO BOLUM-SAYI.
           MOVE SPACES TO BASVURU-SATIR.
           WRITE BASVURU-SATIR.
           MOVE BOLUM-ADI TO BASVURU-SATIR.
           WRITE BASVURU-SATIR.
           MOVE ALL '-' TO BASVURU-SATIR(1:40).
           WRITE BASVURU-SATIR.
       BOLUM-BASLA-SON.

       BOLUM-BITIR.
           IF BOLUM-SAYI = ZEROS
              MOVE '  KAYIT YOK' TO BASVURU-SATIR
              WRITE BASVURU-SATIR.
           ADD BOLUM-SAYI TO TOPLAM-SAYI.
           MOVE BOLUM-SAYI TO Z-SAYI.
           DISPLAY BOLUM-ADI LINE SATIR POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              Z-SAYI LINE SATIR POSITION 44.
           ADD 1 TO SATIR.
       BOLUM-BITIR-SON.

       BOLUM-SICIL.
           MOVE 'SICIL (KIMLIK VE ADRES BILGILERI)' TO BOLUM-ADI.
           PERFORM BOLUM-BASLA THRU BOLUM-BASLA-SON.
           PERFORM VARYING HL-I FROM 1 BY 1 UNTIL HL-I > HL-SAYI
              PERFORM SICIL-YAZ THRU SICIL-YAZ-SON
           END-PERFORM.
           PERFORM BOLUM-BITIR THRU BOLUM-BITIR-SON.
       BOLUM-SICIL-SON.

       SICIL-YAZ.
           MOVE HL-HESAPNO (HL-I) TO SC-HESAPNO.
           READ SICIL INVALID KEY GO SICIL-YAZ-SON.
           ADD 1 TO BOLUM-SAYI.
           MOVE SPACES TO BASVURU-SATIR.
           STRING '  HESAP NO : ' SC-HESAPNO '  ADI/UNVANI : '
              SC-HESAPADI DELIMITED BY SIZE INTO BASVURU-SATIR.
           WRITE BASVURU-SATIR.
           MOVE SPACES TO BASVURU-SATIR.
           STRING '    YETKILI : ' SC-YETKILI '  TELEFON : '
              SC-TELEFON DELIMITED BY SIZE INTO BASVURU-SATIR.
           WRITE BASVURU-SATIR.
           MOVE SPACES TO BASVURU-SATIR.
           STRING '    ADRES : ' SC-MAHALLE ' ' SC-ILCE ' ' SC-IL ' '
              SC-ULKE DELIMITED BY SIZE INTO BASVURU-SATIR.
           WRITE BASVURU-SATIR.
           MOVE SPACES TO BASVURU-SATIR.
           STRING '    TCKN : ' SC-TCNO '  VERGI NO : ' SC-VNO
              '  IBAN : ' SC-IBAN '  SIPARIS BILDIRIMI : '
              SC-BILDIRIM DELIMITED BY SIZE INTO BASVURU-SATIR.
           WRITE BASVURU-SATIR.
       SICIL-YAZ-SON.

       BOLUM-ILETISIM.
           MOVE 'ILETISIM BILGILERI (TELEFON / E-POSTA)' TO BOLUM-ADI.
           PERFORM BOLUM-BASLA THRU BOLUM-BASLA-SON.
           PERFORM VARYING HL-I FROM 1 BY 1 UNTIL HL-I > HL-SAYI
              PERFORM TELEFON-YAZ THRU TELEFON-YAZ-SON
              PERFORM EPOSTA-YAZ THRU EPOSTA-YAZ-SON
           END-PERFORM.
           PERFORM BOLUM-BITIR THRU BOLUM-BITIR-SON.
       BOLUM-ILETISIM-SON.

       TELEFON-YAZ.
           MOVE HL-HESAPNO (HL-I) TO SCT-HESAPNO.
           MOVE ZEROS TO SCT-SIRA.
           START SICILTEL KEY IS NOT LESS THAN SCT-KEY
              INVALID KEY GO TELEFON-YAZ-SON.
       TELEFON-YAZ-OKU.
           READ SICILTEL NEXT AT END GO TELEFON-YAZ-SON.
           IF SCT-HESAPNO NOT = HL-HESAPNO (HL-I)
              GO TELEFON-YAZ-SON.
           IF SCT-TEL = ZEROS GO TELEFON-YAZ-OKU.
           ADD 1 TO BOLUM-SAYI.
           MOVE SPACES TO BASVURU-SATIR.
           STRING '  ' SCT-HESAPNO '  TELEFON : ' SCT-TEL
              '  DAHILI : ' SCT-DAHILI
              DELIMITED BY SIZE INTO BASVURU-SATIR.
           WRITE BASVURU-SATIR.
           GO TELEFON-YAZ-OKU.
       TELEFON-YAZ-SON.

       EPOSTA-YAZ.
           MOVE HL-HESAPNO (HL-I) TO SP-HESAPNO.
           MOVE ZEROS TO SP-SIRA.
           START SICILPOS KEY IS NOT LESS THAN SP-KEY
              INVALID KEY GO EPOSTA-YAZ-SON.
       EPOSTA-YAZ-OKU.
           READ SICILPOS NEXT AT END GO EPOSTA-YAZ-SON.
           IF SP-HESAPNO NOT = HL-HESAPNO (HL-I) GO EPOSTA-YAZ-SON.
           IF SP-MAIL = SPACES GO EPOSTA-YAZ-OKU.
           ADD 1 TO BOLUM-SAYI.
           MOVE SPACES TO BASVURU-SATIR.
           STRING '  ' SP-HESAPNO '  E-POSTA : ' SP-MAIL
              DELIMITED BY SIZE INTO BASVURU-SATIR.
           WRITE BASVURU-SATIR.
           GO EPOSTA-YAZ-OKU.
       EPOSTA-YAZ-SON.

       BOLUM-GORUSME.
           MOVE 'GORUSME NOTLARI' TO BOLUM-ADI.
           PERFORM BOLUM-BASLA THRU BOLUM-BASLA-SON.
           PERFORM VARYING HL-I FROM 1 BY 1 UNTIL HL-I > HL-SAYI
              PERFORM GORUSME-YAZ THRU GORUSME-YAZ-SON
           END-PERFORM.
           PERFORM BOLUM-BITIR THRU BOLUM-BITIR-SON.
       BOLUM-GORUSME-SON.

       GORUSME-YAZ.
           MOVE HL-HESAPNO (HL-I) TO GR-HESAPNO.
           MOVE ZEROS TO GR-TARIH GR-SAAT GR-SIRA.
           START GORUSME KEY IS NOT LESS THAN GR-KEY
              INVALID KEY GO GORUSME-YAZ-SON.
       GORUSME-YAZ-OKU.
           READ GORUSME NEXT AT END GO GORUSME-YAZ-SON.
           IF GR-HESAPNO NOT = HL-HESAPNO (HL-I) GO GORUSME-YAZ-SON.
           IF GR-KONU = SPACES AND GR-NOT = SPACES
              GO GORUSME-YAZ-OKU.
           ADD 1 TO BOLUM-SAYI.
           MOVE GR-TARIH TO IG-TARIH1.
           PERFORM TARIH-METNI THRU TARIH-METNI-SON.
           MOVE SPACES TO BASVURU-SATIR.
           STRING '  ' GR-HESAPNO ' ' B-TARIH ' ' GR-KULLANICI ' '
              GR-KONU DELIMITED BY SIZE INTO BASVURU-SATIR.
           WRITE BASVURU-SATIR.
           MOVE SPACES TO BASVURU-SATIR.
           STRING '    ' GR-NOT DELIMITED BY SIZE INTO BASVURU-SATIR.
           WRITE BASVURU-SATIR.
           GO GORUSME-YAZ-OKU.
       GORUSME-YAZ-SON.

       BOLUM-ARAC.
           MOVE 'ARAC BILGILERI' TO BOLUM-ADI.
           PERFORM BOLUM-BASLA THRU BOLUM-BASLA-SON.
           PERFORM VARYING HL-I FROM 1 BY 1 UNTIL HL-I > HL-SAYI
              PERFORM ARAC-YAZ THRU ARAC-YAZ-SON
           END-PERFORM.
           PERFORM BOLUM-BITIR THRU BOLUM-BITIR-SON.
       BOLUM-ARAC-SON.

       ARAC-YAZ.
           MOVE HL-HESAPNO (HL-I) TO MA-HESAPNO.
           START MUSARAC KEY IS NOT LESS THAN MA-HESAPNO
              INVALID KEY GO ARAC-YAZ-SON.
       ARAC-YAZ-OKU.
           READ MUSARAC NEXT AT END GO ARAC-YAZ-SON.
           IF MA-HESAPNO NOT = HL-HESAPNO (HL-I) GO ARAC-YAZ-SON.
           ADD 1 TO BOLUM-SAYI.
           MOVE SPACES TO BASVURU-SATIR.
           STRING '  ' MA-HESAPNO '  PLAKA : ' MA-PLAKA
              '  SASI : ' MA-SASI '  MOTOR : ' MA-MOTOR
              '  MODEL : ' MA-MODELYILI
              DELIMITED BY SIZE INTO BASVURU-SATIR.
           WRITE BASVURU-SATIR.
           GO ARAC-YAZ-OKU.
       ARAC-YAZ-SON.

      * evrak basliklari hesabi eslesenler ile hesapsiz kesilip
      * basliginda ad ya da tckn gecenler
       BOLUM-EVRAK.
           MOVE 'EVRAK BASLIKLARI' TO BOLUM-ADI.
           PERFORM BOLUM-BASLA THRU BOLUM-BASLA-SON.
           MOVE ZEROS TO HS-TIP.
           MOVE SPACES TO HS-EVRAKNO.
           START HAREKET-SICIL KEY IS NOT LESS THAN HS-KEY
              INVALID KEY GO BOLUM-EVRAK-BITIR.
       BOLUM-EVRAK-OKU.
           READ HAREKET-SICIL NEXT AT END GO BOLUM-EVRAK-BITIR.
           PERFORM EVRAK-ESLES THRU EVRAK-ESLES-SON.
           IF ESLESME > ZEROS PERFORM EVRAK-YAZ THRU EVRAK-YAZ-SON.
           GO BOLUM-EVRAK-OKU.
       BOLUM-EVRAK-BITIR.
           PERFORM BOLUM-BITIR THRU BOLUM-BITIR-SON.
       BOLUM-EVRAK-SON.

       BOLUM-ARSIV.
           MOVE 'ARSIVLENMIS EVRAK BASLIKLARI' TO BOLUM-ADI.
           PERFORM BOLUM-BASLA THRU BOLUM-BASLA-SON.
           MOVE ZEROS TO AHS-TIP.
           MOVE SPACES TO AHS-EVRAKNO.
           START HARSICARS KEY IS NOT LESS THAN AHS-KEY
              INVALID KEY GO BOLUM-ARSIV-BITIR.
       BOLUM-ARSIV-OKU.
           READ HARSICARS NEXT AT END GO BOLUM-ARSIV-BITIR.
           MOVE AHS-KAYIT TO HS-KAYIT.
           PERFORM EVRAK-ESLES THRU EVRAK-ESLES-SON.
           IF ESLESME > ZEROS PERFORM EVRAK-YAZ THRU EVRAK-YAZ-SON.
           GO BOLUM-ARSIV-OKU.
       BOLUM-ARSIV-BITIR.
           PERFORM BOLUM-BITIR THRU BOLUM-BITIR-SON.
       BOLUM-ARSIV-SON.

       EVRAK-ESLES.
           MOVE ZEROS TO ESLESME.
           IF HS-HESAPADI(1:6) = 'ANONIM' GO EVRAK-ESLES-SON.
           MOVE HS-HESAPNO TO ARA-HESAPNO.
           PERFORM HESAP-LISTEDE THRU HESAP-LISTEDE-SON.
           IF LISTEDE = 1 MOVE 1 TO ESLESME GO EVRAK-ESLES-SON.
           EVALUATE E-ARAMA-TIP
              WHEN 1
                 MOVE HS-HESAPADI TO ARA-ALAN
                 PERFORM METIN-ARA THRU METIN-ARA-SON
                 IF ESLESME = ZEROS
                    MOVE HS-YETKILI TO ARA-ALAN
                    PERFORM METIN-ARA THRU METIN-ARA-SON
                 END-IF
              WHEN 2
                 IF HS-TCNO = E-ARANAN(1:11) MOVE 1 TO ESLESME
                 END-IF
           END-EVALUATE.
       EVRAK-ESLES-SON.

       EVRAK-YAZ.
           ADD 1 TO BOLUM-SAYI.
           MOVE SPACES TO BASVURU-SATIR.
           STRING '  TIP ' HS-TIP ' EVRAK ' HS-EVRAKNO ' '
              HS-FGUN '/' HS-FAY '/' HS-FYIL ' ' HS-HESAPNO ' '
              HS-HESAPADI DELIMITED BY SIZE INTO BASVURU-SATIR.
           WRITE BASVURU-SATIR.
           MOVE SPACES TO BASVURU-SATIR.
           STRING '    YETKILI : ' HS-YETKILI '  TCKN : ' HS-TCNO
              '  VERGI NO : ' HS-VNO
              DELIMITED BY SIZE INTO BASVURU-SATIR.
           WRITE BASVURU-SATIR.
           MOVE SPACES TO BASVURU-SATIR.
           STRING '    ADRES : ' HS-ADRES1 ' ' HS-MAHALLE ' ' HS-ILCE
              ' ' HS-IL DELIMITED BY SIZE INTO BASVURU-SATIR.
           WRITE BASVURU-SATIR.
       EVRAK-YAZ-SON.

       BOLUM-PUAN.
           MOVE 'SADAKAT KARTLARI' TO BOLUM-ADI.
           PERFORM BOLUM-BASLA THRU BOLUM-BASLA-SON.
           MOVE SPACES TO PU-KART.
           START PUAN KEY IS NOT LESS THAN PU-KART
              INVALID KEY GO BOLUM-PUAN-BITIR.
       BOLUM-PUAN-OKU.
           READ PUAN NEXT AT END GO BOLUM-PUAN-BITIR.
           MOVE PU-HESAPNO TO ARA-HESAPNO.
           PERFORM HESAP-LISTEDE THRU HESAP-LISTEDE-SON.
           IF LISTEDE = 0 GO BOLUM-PUAN-OKU.
           ADD 1 TO BOLUM-SAYI.
           MOVE PU-BAKIYE TO Z-TUTAR.
           MOVE SPACES TO BASVURU-SATIR.
           STRING '  ' PU-HESAPNO '  KART NO : ' PU-KART
              '  PUAN BAKIYESI : ' Z-TUTAR
              DELIMITED BY SIZE INTO BASVURU-SATIR.
           WRITE BASVURU-SATIR.
           GO BOLUM-PUAN-OKU.
       BOLUM-PUAN-BITIR.
           PERFORM BOLUM-BITIR THRU BOLUM-BITIR-SON.
       BOLUM-PUAN-SON.

       BOLUM-GARANTI.
           MOVE 'GARANTI BASVURULARI' TO BOLUM-ADI.
           PERFORM BOLUM-BASLA THRU BOLUM-BASLA-SON.
           MOVE ZEROS TO GA-NO.
           START GARANTI KEY IS NOT LESS THAN GA-NO
              INVALID KEY GO BOLUM-GARANTI-BITIR.
       BOLUM-GARANTI-OKU.
           READ GARANTI NEXT AT END GO BOLUM-GARANTI-BITIR.
           MOVE GA-HESAPNO TO ARA-HESAPNO.
           PERFORM HESAP-LISTEDE THRU HESAP-LISTEDE-SON.
           IF LISTEDE = 0 GO BOLUM-GARANTI-OKU.
           ADD 1 TO BOLUM-SAYI.
           MOVE GA-BASVURU-TARIH TO IG-TARIH1.
           PERFORM TARIH-METNI THRU TARIH-METNI-SON.
           MOVE SPACES TO BASVURU-SATIR.
           STRING '  ' GA-HESAPNO '  NO : ' GA-NO '  SERI NO : '
              GA-SERINO '  BASVURU : ' B-TARIH
              DELIMITED BY SIZE INTO BASVURU-SATIR.
           WRITE BASVURU-SATIR.
           MOVE SPACES TO BASVURU-SATIR.
           STRING '    ' GA-ACIKLAMA DELIMITED BY SIZE
              INTO BASVURU-SATIR.
           WRITE BASVURU-SATIR.
           GO BOLUM-GARANTI-OKU.
       BOLUM-GARANTI-BITIR.
           PERFORM BOLUM-BITIR THRU BOLUM-BITIR-SON.
       BOLUM-GARANTI-SON.

      * hesaba bagli ekler ile hesabin evraklarina (canli ya da
      * arsiv) bagli ekler
       BOLUM-EKDOSYA.
           MOVE 'EK DOSYALAR' TO BOLUM-ADI.
           PERFORM BOLUM-BASLA THRU BOLUM-BASLA-SON.
           MOVE ZEROS TO EK-BAGTIP EK-DTIP EK-SIRA.
           MOVE SPACES TO EK-REFNO.
           START EKDOSYA KEY IS NOT LESS THAN EK-KEY
              INVALID KEY GO BOLUM-EKDOSYA-BITIR.
       BOLUM-EKDOSYA-OKU.
           READ EKDOSYA NEXT AT END GO BOLUM-EKDOSYA-BITIR.
           MOVE SPACES TO ARA-HESAPNO.
           IF EK-BAG-HESAP MOVE EK-REFNO TO ARA-HESAPNO.
           IF EK-BAG-BELGE
              PERFORM EK-EVRAK-BUL THRU EK-EVRAK-BUL-SON.
           PERFORM HESAP-LISTEDE THRU HESAP-LISTEDE-SON.
           IF LISTEDE = 0 GO BOLUM-EKDOSYA-OKU.
           ADD 1 TO BOLUM-SAYI.
           MOVE EK-TARIH TO IG-TARIH1.
           PERFORM TARIH-METNI THRU TARIH-METNI-SON.
           MOVE SPACES TO BASVURU-SATIR.
           STRING '  ' ARA-HESAPNO ' ' EK-DTIP '/' EK-REFNO ' '
              B-TARIH ' ' EK-ACIKLAMA
              DELIMITED BY SIZE INTO BASVURU-SATIR.
           WRITE BASVURU-SATIR.
           MOVE SPACES TO BASVURU-SATIR.
           STRING '    ' EK-DOSYA DELIMITED BY SIZE
              INTO BASVURU-SATIR.
           WRITE BASVURU-SATIR.
           GO BOLUM-EKDOSYA-OKU.
       BOLUM-EKDOSYA-BITIR.
           PERFORM BOLUM-BITIR THRU BOLUM-BITIR-SON.
       BOLUM-EKDOSYA-SON.

       EK-EVRAK-BUL.
           MOVE EK-DTIP TO HS-TIP.
           MOVE EK-REFNO TO HS-EVRAKNO.
           READ HAREKET-SICIL
              NOT INVALID KEY
                 MOVE HS-HESAPNO TO ARA-HESAPNO
                 GO EK-EVRAK-BUL-SON
           END-READ.
           MOVE EK-DTIP TO AHS-TIP.
           MOVE EK-REFNO TO AHS-EVRAKNO.
           READ HARSICARS
              NOT INVALID KEY
                 MOVE AHS-KAYIT TO HS-KAYIT
                 MOVE HS-HESAPNO TO ARA-HESAPNO
           END-READ.
       EK-EVRAK-BUL-SON.

       RAPOR-SONU.
           MOVE SPACES TO BASVURU-SATIR.
           WRITE BASVURU-SATIR.
           MOVE TOPLAM-SAYI TO Z-SAYI.
           MOVE SPACES TO BASVURU-SATIR.
           STRING 'TOPLAM KAYIT : ' Z-SAYI
              DELIMITED BY SIZE INTO BASVURU-SATIR.
           WRITE BASVURU-SATIR.
           IF TOPLAM-SAYI = ZEROS
              MOVE 'ADINIZA KAYITLI KISISEL VERI BULUNMAMAKTADIR.'
                 TO BASVURU-SATIR
              WRITE BASVURU-SATIR.
       RAPOR-SONU-SON.

       BASVURU-LOGLA.
           OPEN I-O KVKKLOG.
           MOVE BD-TARIH TO KV-TARIH.
           MOVE BD-SAAT TO KV-SAAT.
           MOVE 1 TO KV-SIRA.
           MOVE SPACES TO KV-HESAPNO.
           IF HL-SAYI > ZEROS MOVE HL-HESAPNO (1) TO KV-HESAPNO.
           MOVE OT-KULLANICI-ADI TO KV-KULLANICI.
           MOVE 3 TO KV-MOD.
           MOVE E-ARAMA-TIP TO KV-ARAMA-TIP.
           MOVE E-ARANAN TO KV-ARANAN.
           MOVE TOPLAM-SAYI TO KV-BULUNAN.
           MOVE SON-TARIH TO KV-SON-TARIH.
           MOVE ZEROS TO KV-CEVAP-TARIH.
           PERFORM IMZA-HESAPLA THRU IMZA-HESAPLA-SON.
       BASVURU-LOGLA-DENE.
           PERFORM WRITE-KVKKLOG.
           IF WVAR = 0 ADD 1 TO KV-SIRA GO BASVURU-LOGLA-DENE.
           CLOSE KVKKLOG.
       BASVURU-LOGLA-SON.

      * yanit bekleyen basvurular yasal sure sonuna kalan gunle
      * listelenir; secilen satirin yanit tarihi islenir
       BASVURU-TAKIP.
           PERFORM EKRAN-TEMIZLE THRU EKRAN-TEMIZLE-SON.
           DISPLAY 'NO BASVURU    T ARANAN' LINE 4 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              'SON TARIH   KALAN' LINE 4 POSITION 52.
           MOVE ZEROS TO TK-SAYI.
           MOVE 5 TO SATIR.
           OPEN I-O KVKKLOG.
           MOVE ZEROS TO KV-TARIH KV-SAAT KV-SIRA.
           START KVKKLOG KEY IS NOT LESS THAN KV-KEY
              INVALID KEY GO BASVURU-TAKIP-SEC.
       BASVURU-TAKIP-OKU.
           READ KVKKLOG NEXT AT END GO BASVURU-TAKIP-SEC.
           IF NOT KV-MOD-BILGI OR KV-CEVAP-TARIH NOT = ZEROS
              GO BASVURU-TAKIP-OKU.
           IF TK-SAYI = 24 GO BASVURU-TAKIP-SEC.
           ADD 1 TO TK-SAYI.
           MOVE KV-KEY TO TK-KEY (TK-SAYI).
           MOVE 'F' TO IG-ISLEM.
           MOVE SPACES TO IG-HESAPNO.
           MOVE BUGUN TO IG-TARIH1.
           MOVE KV-SON-TARIH TO IG-TARIH2.
           CALL 'ISGUNU' USING IG-ISTEK.
           MOVE IG-TAKVIM-GUN TO Z-GUN.
           MOVE KV-SON-TARIH TO IG-TARIH1.
           PERFORM TARIH-METNI THRU TARIH-METNI-SON.
           MOVE B-TARIH TO B-TARIH2.
           MOVE KV-TARIH TO IG-TARIH1.
           PERFORM TARIH-METNI THRU TARIH-METNI-SON.
           MOVE TK-SAYI TO Z-NO.
           DISPLAY Z-NO LINE SATIR POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              B-TARIH LINE SATIR POSITION 5
              KV-ARAMA-TIP LINE SATIR POSITION 16
              KV-ARANAN LINE SATIR POSITION 18
              B-TARIH2 LINE SATIR POSITION 52
              Z-GUN LINE SATIR POSITION 63.
           IF IG-TAKVIM-GUN < ZEROS
              DISPLAY 'GECIKTI' LINE SATIR POSITION 70
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'.
           ADD 1 TO SATIR.
           GO BASVURU-TAKIP-OKU.
       BASVURU-TAKIP-SEC.
           IF TK-SAYI = ZEROS
              DISPLAY 'YANIT BEKLEYEN BASVURU YOK' LINE 6 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              GO BASVURU-TAKIP-KAPAT.
           DISPLAY 'YANITLANAN NO :' LINE 31 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              'YANIT TARIHI :' LINE 31 POSITION 24
              '/' LINE 31 POSITION 41 '/' LINE 31 POSITION 44.
           MOVE ZEROS TO TK-I.
           ACCEPT TK-I LINE 31 POSITION 18 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 OR TK-I = ZEROS OR TK-I > TK-SAYI
              GO BASVURU-TAKIP-KAPAT.
           MOVE BUGUN TO E-CTARIH.
           ACCEPT E-CGUN LINE 31 POSITION 39 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT E-CAY LINE 31 POSITION 42 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT E-CYIL LINE 31 POSITION 45 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO BASVURU-TAKIP-KAPAT.
           MOVE TK-KEY (TK-I) TO KV-KEY.
           READ KVKKLOG INVALID KEY GO BASVURU-TAKIP-KAPAT.
           IF E-CTARIH < KV-TARIH
              DISPLAY 'YANIT TARIHI BASVURUDAN ONCE OLAMAZ !!!'
                 LINE 32 POSITION 2
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              GO BASVURU-TAKIP-KAPAT.
           MOVE E-CTARIH TO KV-CEVAP-TARIH.
           PERFORM REWRITE-KVKKLOG.
           CLOSE KVKKLOG.
           GO BASVURU-TAKIP.
       BASVURU-TAKIP-KAPAT.
           CLOSE KVKKLOG.
       BASVURU-TAKIP-SON.

       copy 'oturum.per'.
       copy fileop.cpy REPLACING ==%T%== BY ==KVKKLOG==

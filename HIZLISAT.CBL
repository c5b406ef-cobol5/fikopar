       copy 'niyet.cpy'.
       copy 'sonfiyat.cpy'.
       copy 'puan.cpy'.
       copy 'hediye.cpy'.
       copy 'users.cpy'.
       copy 'oturum.cpy'.
       copy 'filo.cpy'.
       copy 'musarac.cpy'.
       DATA DIVISION.
       FILE SECTION.
       copy 'stok.cpz'.
       copy 'niyet.cpz'.
       copy 'sonfiyat.cpz'.
       copy 'puan.cpz'.
       copy 'hediye.cpz'.
       copy 'users.cpz'.
       copy 'oturum.cpz'.
       copy 'filo.cpz'.
       copy 'musarac.cpz'.
       WORKING-STORAGE SECTION.
       01 EKRAN-DEGIS.
           02 F                 PIC 99.
               03 SP-OTVT           PIC 9(10)V9999.
               03 SP-KIT            PIC 9.
               03 SP-DEPOZIT        PIC 9.
               03 SP-PROMO          PIC X(10).
               03 SP-PLAKA          PIC X(10).
           02 TOP-TUTAR         PIC S9(13)V99.
           02 ALINAN            PIC S9(13)V99.
           02 USTU              PIC S9(13)V99.
           02 PUAN-ORAN         PIC 9(3)V99.
           02 ORAN-9            PIC 9(3).
           02 Z-PUAN            PIC -(8)9,99.
       01 CEK-DEGIS.
           02 E-CEKNO           PIC X(20).
           02 CEK-NO            PIC X(15).
           02 CEK-VAR           PIC 9.
           02 CEK-TUTAR         PIC S9(13)V99.
           02 KALAN-TUTAR       PIC S9(13)V99.
           02 E-SEKIL2          PIC 9999.
           02 TAH-SEKILNO       PIC 9999.
           02 TAH-TUTAR         PIC S9(13)V99.
           02 CEK-ISLEM         PIC X.
           02 CEK-SONUC         PIC 9.
       01 PROMO-DEGIS.
           02 P-YENI            PIC 99.
           02 P-SATIR           PIC 99.
           02 P-TUTAR           PIC S9(13)V99.
           02 P-CINSI           PIC X(40).
       01 FILO-DEGIS.
           02 E-PLAKA           PIC X(10).
           02 E-ONAY            PIC X.
           02 ARAC-TUTAR        PIC S9(13)V99.
       77 KRD-SONUC             PIC 9.
       77 HIZ-TIP               PIC 99 VALUE 3.
      * musterinin son fiyatindan yuzde kac sapmada uyari
      * puanla odeme bu sekil numarasiyla yapilir; kazanim
      * orani AYAR (TIP 37) kaydinin evrak alanindan okunur
       77 PUAN-SEKIL            PIC 9999 VALUE 95.
      * hediye / iade ceki ile odeme bu sekil numarasiyla yapilir
       77 CEK-SEKIL             PIC 9999 VALUE 96.
       copy 'okc.var'.
       copy 'promo.var'.
       copy 'niyet.var'.
       copy 'oturum.var'.
       copy 'filo.var'.
       copy 'kdv.var'.
       copy 'donem.var'.
       copy 'numara.var'.
       copy 'toplam.var'.
       copy 'eksistok.var'.
       copy 'status.cpy'.
       copy 'sifre.var'.
       copy 'fileop.var'.
       copy 'stayg.var'.
       copy 'win.cpy'.
       LINKAGE SECTION.
       01  MAIN-ARGUMENT.
      * satirdan, stok cikisi bilesenlerden yapilir
           MOVE ZEROS TO SP-KIT(SEPET-SAYI)
              SP-DEPOZIT(SEPET-SAYI).
           MOVE SPACES TO SP-PROMO(SEPET-SAYI).
           MOVE ST-KATNO TO BOM-KATNO.
           MOVE ST-STNO TO BOM-STNO.
           MOVE ZEROS TO BOM-SIRA.
      * otv stok kartindan; kdv otv dahil tutardan hesaplanir
           MOVE ST-OTV-ORAN TO SP-OTV(SEPET-SAYI).
           MOVE ST-OTV-TUTAR TO SP-OTVT(SEPET-SAYI).
      * filo hesabinda satir aracin plakasiyla girilir; aracin
      * aylik limiti asiliyorsa satir onayla gecer
           MOVE SPACES TO SP-PLAKA(SEPET-SAYI).
           IF FLV-FILO = 1
              MOVE SEPET-SAYI TO I
              PERFORM PLAKA-AL THRU PLAKA-AL-SON
              IF SP-PLAKA(SEPET-SAYI) = SPACES
                 SUBTRACT 1 FROM SEPET-SAYI
                 DISPLAY SPACES LINE SATIR POSITION 2 SIZE 87
                    CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
                 GO BARKOD-AL
              END-IF
           END-IF.
           COMPUTE TOP-TUTAR = TOP-TUTAR +
               (SP-ADET(SEPET-SAYI) * SP-FIYAT(SEPET-SAYI)
               * (1 - SP-ISK1(SEPET-SAYI) / 100)
               * (1 + SP-KDV(SEPET-SAYI) / 100).
           PERFORM TOPLAM-GOSTER THRU TOPLAM-GOSTER-SON.
           ADD 1 TO SATIR.
           MOVE SEPET-SAYI TO P-YENI.
      * karsiliginda eski parca beklenen kalemlere depozito
      * satiri otomatik eklenir; sepette depozitoya yer yoksa
      * kalem depozitosuz satilmasin diye geri alinir
                    CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              END-IF
           END-IF.
      * satir kesinlesince promosyon kurallari degerlendirilir
           PERFORM PROMOSYON-UYGULA THRU PROMOSYON-UYGULA-SON.
           GO BARKOD-AL.

       DEPOZIT-EKLE.
              SP-OTV(SEPET-SAYI) SP-OTVT(SEPET-SAYI)
              SP-KIT(SEPET-SAYI).
           MOVE 1 TO SP-DEPOZIT(SEPET-SAYI).
           MOVE SPACES TO SP-PROMO(SEPET-SAYI).
           MOVE SP-PLAKA(SEPET-SAYI - 1) TO SP-PLAKA(SEPET-SAYI).
           MOVE SP-ADET(SEPET-SAYI) TO Z-ADET.
           MOVE SP-FIYAT(SEPET-SAYI) TO Z-FIYAT.
           DISPLAY SP-STNO(SEPET-SAYI) LINE SATIR POSITION 2
           ADD 1 TO SATIR.
       DEPOZIT-EKLE-SON.

      * sepet PROMOBUL a verilir; bedava urun ayri satir olarak
      * %100 iskontoyla eklenir (ayni kalemse girilen satirdan
      * bolunur), yuzde indirim kurala uyan satirlarin ikinci
      * iskontosuna islenir. satir hangi kuraldan yararlandigini
      * SP-PROMO da tasir, belgeye HD-KOD olarak yazilir
       PROMOSYON-UYGULA.
           IF P-YENI = ZEROS OR P-YENI > SEPET-SAYI
              GO PROMOSYON-UYGULA-SON.
           IF SP-DEPOZIT(P-YENI) = 1 GO PROMOSYON-UYGULA-SON.
           MOVE BUGUN TO PRM-TARIH.
           MOVE E-HESAPNO TO PRM-HESAPNO.
           MOVE SEPET-SAYI TO PRM-SATIR-SAYI.
           MOVE P-YENI TO PRM-YENI.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > SEPET-SAYI
              MOVE SP-KATNO(I) TO PRM-KATNO(I)
              MOVE SP-STNO(I) TO PRM-STNO(I)
              MOVE SP-ADET(I) TO PRM-ADET(I)
              MOVE SP-PROMO(I) TO PRM-KOD(I)
              MOVE ZEROS TO PRM-BEDAVA(I)
              IF SP-DEPOZIT(I) = 1
                 OR (SP-PROMO(I) NOT = SPACES AND SP-ISK2(I) = 100)
                 MOVE 1 TO PRM-BEDAVA(I)
              END-IF
           END-PERFORM.
           CALL 'PROMOBUL' USING PRM-ISTEK
              ON EXCEPTION MOVE ZEROS TO PRM-SONUC
           END-CALL.
           CANCEL 'PROMOBUL'.
           IF PRM-ISKONTO
              PERFORM VARYING I FROM 1 BY 1 UNTIL I > SEPET-SAYI
                 PERFORM PROMOSYON-ISKONTO THRU PROMOSYON-ISKONTO-SON
              END-PERFORM
              GO PROMOSYON-UYGULA-MESAJ.
           IF NOT PRM-URUN GO PROMOSYON-UYGULA-SON.
      * odul girilen satirin tamamini karsiliyorsa satir bedava olur
           IF PRM-AYNI = 1 AND PRM-ODUL-ADET NOT < SP-ADET(P-YENI)
              MOVE P-YENI TO I
              PERFORM SATIR-TUTAR-HESAP THRU SATIR-TUTAR-HESAP-SON
              SUBTRACT P-TUTAR FROM TOP-TUTAR
              MOVE ZEROS TO SP-ISK1(I) SP-OTVT(I)
              MOVE 100 TO SP-ISK2(I)
              MOVE PRM-KURAL TO SP-PROMO(I)
              PERFORM PROMOSYON-SATIR-GOSTER
                 THRU PROMOSYON-SATIR-GOSTER-SON
              GO PROMOSYON-UYGULA-MESAJ.
           IF SEPET-SAYI NOT < 23
              DISPLAY 'SEPET DOLU - PROMOSYON VERILEMEDI !!!'
                 LINE 5 POSITION 35
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              GO PROMOSYON-UYGULA-SON.
           IF PRM-AYNI = 1
              MOVE P-YENI TO I
              PERFORM SATIR-TUTAR-HESAP THRU SATIR-TUTAR-HESAP-SON
              SUBTRACT P-TUTAR FROM TOP-TUTAR
              SUBTRACT PRM-ODUL-ADET FROM SP-ADET(I)
              PERFORM SATIR-TUTAR-HESAP THRU SATIR-TUTAR-HESAP-SON
              ADD P-TUTAR TO TOP-TUTAR
              COMPUTE P-SATIR = I + 6
              MOVE SP-ADET(I) TO Z-ADET
              DISPLAY Z-ADET LINE P-SATIR POSITION 60
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              ADD 1 TO SEPET-SAYI
              MOVE SP-SATIRI(P-YENI) TO SP-SATIRI(SEPET-SAYI)
              MOVE SP-CINSI(P-YENI) TO P-CINSI
           ELSE
              MOVE PRM-ODUL-KATNO TO ST-KATNO
              MOVE PRM-ODUL-STNO TO ST-STNO
              READ STOK INVALID KEY GO PROMOSYON-UYGULA-SON
              END-READ
              ADD 1 TO SEPET-SAYI
              PERFORM PROMOSYON-KALEM THRU PROMOSYON-KALEM-SON
              MOVE SP-PLAKA(P-YENI) TO SP-PLAKA(SEPET-SAYI)
              MOVE ST-CINSI TO P-CINSI
           END-IF.
           MOVE SPACES TO SP-CINSI(SEPET-SAYI).
           STRING 'PROMOSYON ' P-CINSI
              DELIMITED BY SIZE INTO SP-CINSI(SEPET-SAYI).
           MOVE PRM-ODUL-ADET TO SP-ADET(SEPET-SAYI).
           MOVE ZEROS TO SP-ISK1(SEPET-SAYI) SP-OTVT(SEPET-SAYI)
              SP-DEPOZIT(SEPET-SAYI).
           MOVE 100 TO SP-ISK2(SEPET-SAYI).
           MOVE PRM-KURAL TO SP-PROMO(SEPET-SAYI).
           MOVE SEPET-SAYI TO I.
           MOVE SP-ADET(I) TO Z-ADET.
           MOVE SP-FIYAT(I) TO Z-FIYAT.
           DISPLAY SP-STNO(I) LINE SATIR POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              SP-CINSI(I) LINE SATIR POSITION 18 SIZE 40
              Z-ADET LINE SATIR POSITION 60
              Z-FIYAT LINE SATIR POSITION 68
              SP-PROMO(I) LINE SATIR POSITION 81 SIZE 7.
           ADD 1 TO SATIR.
       PROMOSYON-UYGULA-MESAJ.
           PERFORM TOPLAM-GOSTER THRU TOPLAM-GOSTER-SON.
           DISPLAY 'PROMOSYON :' LINE 5 POSITION 35
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              PRM-ADI LINE 5 POSITION 47 SIZE 30.
       PROMOSYON-UYGULA-SON.

      * indirim yalniz kurala uyan, baska kurala bagli olmayan ve
      * anlasma iskontosu daha dusuk olan satirlara islenir
       PROMOSYON-ISKONTO.
           IF PRM-UYGUN(I) NOT = 1 GO PROMOSYON-ISKONTO-SON.
           IF SP-PROMO(I) NOT = SPACES GO PROMOSYON-ISKONTO-SON.
           IF SP-ISK2(I) NOT < PRM-YUZDE GO PROMOSYON-ISKONTO-SON.
           PERFORM SATIR-TUTAR-HESAP THRU SATIR-TUTAR-HESAP-SON.
           SUBTRACT P-TUTAR FROM TOP-TUTAR.
           MOVE PRM-YUZDE TO SP-ISK2(I).
           MOVE PRM-KURAL TO SP-PROMO(I).
           PERFORM PROMOSYON-SATIR-GOSTER
              THRU PROMOSYON-SATIR-GOSTER-SON.
       PROMOSYON-ISKONTO-SON.

       PROMOSYON-SATIR-GOSTER.
           PERFORM SATIR-TUTAR-HESAP THRU SATIR-TUTAR-HESAP-SON.
           ADD P-TUTAR TO TOP-TUTAR.
           COMPUTE P-SATIR = I + 6.
           DISPLAY SP-PROMO(I) LINE P-SATIR POSITION 81 SIZE 7
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
       PROMOSYON-SATIR-GOSTER-SON.

      * baska kalem odul olarak verilirse fiyat musterinin
      * listesinden, kdv ve set bilgisi stok kartindan alinir
       PROMOSYON-KALEM.
           MOVE ST-KATNO TO SP-KATNO(SEPET-SAYI).
           MOVE ST-STNO TO SP-STNO(SEPET-SAYI).
           CALL 'FIYATBUL' USING SC-LISTENO ST-KATNO ST-STNO
              BUGUN L-FIYAT.
           CANCEL 'FIYATBUL'.
           MOVE L-FIYAT TO SP-FIYAT(SEPET-SAYI).
           MOVE ST-KDV TO KDV-ADAY.
           PERFORM KDV-DOGRULA THRU END-KDV-DOGRULA.
           IF KDV-GECERLI = 0 MOVE 20 TO KDV-ADAY.
           MOVE KDV-ADAY TO SP-KDV(SEPET-SAYI).
           MOVE ST-OTV-ORAN TO SP-OTV(SEPET-SAYI).
           MOVE ZEROS TO SP-KIT(SEPET-SAYI).
           MOVE ST-KATNO TO BOM-KATNO.
           MOVE ST-STNO TO BOM-STNO.
           MOVE ZEROS TO BOM-SIRA.
           START STOKBOM KEY IS NOT LESS THAN BOM-KEY
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 READ STOKBOM NEXT
                    AT END CONTINUE
                    NOT AT END
                       IF BOM-KATNO = ST-KATNO
                          AND BOM-STNO = ST-STNO
                          MOVE 1 TO SP-KIT(SEPET-SAYI)
                       END-IF
                 END-READ
           END-START.
       PROMOSYON-KALEM-SON.

       SATIR-TUTAR-HESAP.
           COMPUTE P-TUTAR =
               (SP-ADET(I) * SP-FIYAT(I)
               * (1 - SP-ISK1(I) / 100)
               * (1 - SP-ISK2(I) / 100)
               * (1 + SP-OTV(I) / 100)
               + SP-ADET(I) * SP-OTVT(I))
               * (1 + SP-KDV(I) / 100).
       SATIR-TUTAR-HESAP-SON.

      * sepet kisa bir kodla dosyaya yazilir; program kapansa da
      * ayni deponun herhangi bir kasasindan geri cagrilabilir
       SEPET-ASKIYA-AL.
              MOVE SP-OTVT(I) TO AS-OTVT(I)
              MOVE SP-KIT(I) TO AS-KIT(I)
              MOVE SP-DEPOZIT(I) TO AS-DEPOZIT(I)
              MOVE SP-PROMO(I) TO AS-PROMO(I)
           END-PERFORM.
           WRITE AS-KAYIT INVALID KEY REWRITE AS-KAYIT.
           CLOSE ASKISAT.
              MOVE AS-HESAPNO TO E-HESAPNO
              MOVE E-HESAPNO TO SC-HESAPNO
              READ SICIL INVALID KEY INITIALIZE SC-KAYIT END-READ
              MOVE E-HESAPNO TO FLV-HESAPNO
              PERFORM FILO-HESAP-OKU THRU FILO-HESAP-OKU-SON
              DISPLAY SPACES LINE 3 POSITION 2 SIZE 37
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
                 SC-HESAPADI LINE 3 POSITION 2 SIZE 35
              MOVE AS-OTVT(I) TO SP-OTVT(I)
              MOVE AS-KIT(I) TO SP-KIT(I)
              MOVE AS-DEPOZIT(I) TO SP-DEPOZIT(I)
              MOVE AS-PROMO(I) TO SP-PROMO(I)
              MOVE SPACES TO SP-PLAKA(I)
              PERFORM ASKI-SATIR-GOSTER THRU ASKI-SATIR-GOSTER-SON
           END-PERFORM.
           DELETE ASKISAT RECORD INVALID KEY CONTINUE.
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              SP-CINSI(I) LINE SATIR POSITION 18 SIZE 40
              Z-ADET LINE SATIR POSITION 60
              Z-FIYAT LINE SATIR POSITION 68
              SP-PROMO(I) LINE SATIR POSITION 81 SIZE 7.
           COMPUTE TOP-TUTAR = TOP-TUTAR +
               (SP-ADET(I) * SP-FIYAT(I)
               * (1 - SP-ISK1(I) / 100)
           MOVE ZEROS TO KART-VAR.
       PUAN-ISLE-SON.

      * cek numarasi ya da barkodu okutulur; gecerli cekin
      * kalaniyla odenecek tutarin kucugu cekten dusulecektir
       CEK-AL.
           MOVE ZEROS TO CEK-TUTAR.
           DISPLAY SPACES LINE 30 POSITION 2 SIZE 87
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           DISPLAY 'CEK :' LINE 30 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE SPACES TO E-CEKNO.
           ACCEPT E-CEKNO LINE 30 POSITION 8 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 OR E-CEKNO = SPACES GO CEK-AL-SON.
           MOVE ZEROS TO CEK-VAR.
           OPEN INPUT HEDIYE.
           IF ST-HEDIYE NOT = '00' GO CEK-AL-KAPAT.
           MOVE E-CEKNO TO HC-CEKNO.
           READ HEDIYE
              NOT INVALID KEY MOVE 1 TO CEK-VAR
           END-READ.
           IF CEK-VAR = 1 GO CEK-AL-KAPAT.
           MOVE E-CEKNO TO HC-BARKOD.
           READ HEDIYE KEY IS HC-BARKOD
              NOT INVALID KEY MOVE 1 TO CEK-VAR
           END-READ.
       CEK-AL-KAPAT.
           CLOSE HEDIYE.
           IF CEK-VAR = ZEROS
              DISPLAY 'CEK BULUNAMADI !!!' LINE 30 POSITION 30
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              GO CEK-AL-SON.
           IF NOT HC-ACIK OR HC-KALAN NOT > ZEROS
              DISPLAY 'CEK KULLANILMIS !!!' LINE 30 POSITION 30
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              GO CEK-AL-SON.
           IF HC-SONTARIH < BUGUN
              DISPLAY 'CEKIN SURESI GECMIS !!!' LINE 30 POSITION 30
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              GO CEK-AL-SON.
           MOVE HC-CEKNO TO CEK-NO.
           MOVE HC-KALAN TO CEK-TUTAR.
           IF CEK-TUTAR > TOP-TUTAR MOVE TOP-TUTAR TO CEK-TUTAR.
           COMPUTE KALAN-TUTAR = TOP-TUTAR - CEK-TUTAR.
           MOVE CEK-TUTAR TO Z-ALINAN.
           DISPLAY 'CEKTEN :' LINE 30 POSITION 30
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              Z-ALINAN LINE 30 POSITION 39.
           IF KALAN-TUTAR = ZEROS GO CEK-AL-SON.
           MOVE KALAN-TUTAR TO Z-TOPLAM.
           DISPLAY 'ODENECEK :' LINE 31 POSITION 2 REVERSE
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              Z-TOPLAM LINE 31 POSITION 13 SIZE 14 REVERSE.
       CEK-SEKIL2-AL.
           DISPLAY 'KALAN SEKLI :' LINE 30 POSITION 55
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE 1 TO E-SEKIL2.
           ACCEPT E-SEKIL2 LINE 30 POSITION 69 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27
              MOVE ZEROS TO CEK-TUTAR
              GO CEK-AL-SON.
           IF E-SEKIL2 = CEK-SEKIL OR E-SEKIL2 = PUAN-SEKIL
              GO CEK-SEKIL2-AL.
           MOVE E-SEKIL2 TO OD-NO.
           READ ODEME INVALID KEY GO CEK-SEKIL2-AL.
           DISPLAY OD-ADI LINE 30 POSITION 74 SIZE 14
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           DISPLAY SPACES LINE 30 POSITION 2 SIZE 27
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
       CEK-AL-SON.

       CEK-HARCA.
           MOVE 'K' TO CEK-ISLEM.
           CALL 'CEKISLE' USING CEK-ISLEM CEK-NO CEK-TUTAR E-DEPONO
              Y-EVRAKNO E-HESAPNO OT-KULLANICI-ADI CEK-SONUC
              ON EXCEPTION MOVE 1 TO CEK-SONUC
           END-CALL.
           CANCEL 'CEKISLE'.
       CEK-HARCA-SON.

       SON-FIYAT-OKU.
           MOVE ZEROS TO SON-VAR SON-FIYATI.
           MOVE E-HESAPNO TO SFY-HESAPNO.
                 CLOSE USERS
                 GO AMIR-ONAY-SON.
           CLOSE USERS.
           IF US-KILITLI GO AMIR-ONAY-SON.
           MOVE AMIR-PASS TO SF-GIRILEN.
           PERFORM SIFRE-DOGRULA THRU SIFRE-DOGRULA-SON.
           IF SF-DOGRU = 0 GO AMIR-ONAY-SON.
           IF US-ACTIVE = '0' GO AMIR-ONAY-SON.
           MOVE 1 TO MARJ-UYGUN.
       AMIR-ONAY-SON.
           CLOSE MARJLOG.
       MARJLOG-YAZ-SON.

      * I satirinin plakasi sorulur (bir onceki plaka onerilir);
      * plaka hesabin MUSARAC araclarindan olmali. bu ayki
      * harcama, sepetteki ayni plakali satirlar ve bu satir
      * aracin limitini asarsa onay istenir. vazgecilirse
      * SP-PLAKA bos doner
       PLAKA-AL.
           MOVE SPACES TO SP-PLAKA(I).
           DISPLAY 'PLAKA :' LINE 5 POSITION 35
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              SPACES SIZE 45.
           ACCEPT E-PLAKA LINE 5 POSITION 43 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 OR E-PLAKA = SPACES GO PLAKA-AL-TEMIZLE.
           MOVE E-HESAPNO TO FLV-HESAPNO.
           MOVE E-PLAKA TO FLV-PLAKA.
           PERFORM FILO-PLAKA-DOGRULA THRU FILO-PLAKA-DOGRULA-SON.
           IF FLV-GECERLI = 0
              DISPLAY 'HESABIN ARACI DEGIL !!!' LINE 5 POSITION 55
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              GO PLAKA-AL.
           MOVE BU-YIL TO FLV-YIL.
           MOVE BU-AY TO FLV-AY.
           PERFORM FILO-HARCAMA-AL THRU FILO-HARCAMA-AL-SON.
           IF FLV-LIMIT = ZEROS GO PLAKA-AL-TAMAM.
           MOVE I TO P-SATIR.
           MOVE FLV-HARCAMA TO ARAC-TUTAR.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > SEPET-SAYI
              IF I = P-SATIR OR SP-PLAKA(I) = E-PLAKA
                 PERFORM SATIR-TUTAR-HESAP THRU SATIR-TUTAR-HESAP-SON
                 ADD P-TUTAR TO ARAC-TUTAR
              END-IF
           END-PERFORM.
           MOVE P-SATIR TO I.
           IF ARAC-TUTAR NOT > FLV-LIMIT GO PLAKA-AL-TAMAM.
           MOVE ARAC-TUTAR TO Z-TOPLAM.
           DISPLAY 'LIMIT ASILIYOR' LINE 5 POSITION 35
              CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              Z-TOPLAM LINE 5 POSITION 50
              'DEVAM (E/H):' LINE 5 POSITION 65.
           MOVE 'H' TO E-ONAY.
           ACCEPT E-ONAY LINE 5 POSITION 78 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           IF E-ONAY NOT = 'E' GO PLAKA-AL-TEMIZLE.
       PLAKA-AL-TAMAM.
           MOVE E-PLAKA TO SP-PLAKA(I).
       PLAKA-AL-TEMIZLE.
           DISPLAY SPACES LINE 5 POSITION 35 SIZE 54
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
       PLAKA-AL-SON.

      * plakasiz satirlarin plakasi sorulur; vazgecilirse I
      * plakasiz satirda kalir
       PLAKA-TAMAMLA.
           MOVE 1 TO I.
       PLAKA-TAMAMLA-DON.
           IF I > SEPET-SAYI GO PLAKA-TAMAMLA-SON.
           IF SP-PLAKA(I) NOT = SPACES
              ADD 1 TO I
              GO PLAKA-TAMAMLA-DON.
           DISPLAY SP-STNO(I) LINE 4 POSITION 35
              CONTROL 'BCOLOR=BLUE, FCOLOR=YELLOW'
              SP-CINSI(I) LINE 4 POSITION 51 SIZE 30.
           PERFORM PLAKA-AL THRU PLAKA-AL-SON.
           DISPLAY SPACES LINE 4 POSITION 35 SIZE 54
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           IF SP-PLAKA(I) = SPACES GO PLAKA-TAMAMLA-SON.
           ADD 1 TO I.
           GO PLAKA-TAMAMLA-DON.
       PLAKA-TAMAMLA-SON.

       TOPLAM-GOSTER.
           MOVE TOP-TUTAR TO Z-TOPLAM.
           DISPLAY 'TOPLAM :' LINE 3 POSITION 40 REVERSE
              GO MUSTERI-SEC-SON.
           MOVE E-HESAPNO TO SC-HESAPNO.
           READ SICIL INVALID KEY INITIALIZE SC-KAYIT.
           MOVE E-HESAPNO TO FLV-HESAPNO.
           PERFORM FILO-HESAP-OKU THRU FILO-HESAP-OKU-SON.
           MOVE SPACES TO E-PLAKA.
           DISPLAY SPACES LINE 3 POSITION 2 SIZE 37
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              SC-HESAPADI LINE 3 POSITION 2 SIZE 35.
      * odeme sekli ve alinan tutar; onayla birlikte belge,
      * kasa ve makbuz tek akista islenir
       ODEME-AL.
      * askidan cagrilan ya da musteri sonradan filo hesabina
      * cevrilen sepette plakasiz satir kalmaz
           IF FLV-FILO = 1
              PERFORM PLAKA-TAMAMLA THRU PLAKA-TAMAMLA-SON
              IF I NOT > SEPET-SAYI GO ODEME-TEMIZLE END-IF
           END-IF.
           MOVE TOP-TUTAR TO Z-TOPLAM.
           DISPLAY 'ODENECEK :' LINE 31 POSITION 2 REVERSE
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
                 LINE 30 POSITION 30
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              GO ODEME-AL.
      * cekle odemede cekin kalanini asan kisim ikinci bir odeme
      * sekliyle alinir; cek tutari tamamen karsilarsa para
      * alinmaz
           MOVE ZEROS TO CEK-TUTAR.
           MOVE TOP-TUTAR TO KALAN-TUTAR.
           MOVE E-SEKILNO TO E-SEKIL2.
           IF E-SEKILNO = CEK-SEKIL
              PERFORM CEK-AL THRU CEK-AL-SON.
           IF E-SEKILNO = CEK-SEKIL AND CEK-TUTAR = ZEROS
              GO ODEME-AL.
           IF E-SEKILNO = CEK-SEKIL AND KALAN-TUTAR = ZEROS
              MOVE ZEROS TO ALINAN USTU
              MOVE 1 TO E-HESAPTURU
              GO ODEME-POSTLA.
           DISPLAY 'TUR (1=NAKIT 2=BANKA) :' LINE 31 POSITION 66
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE 1 TO E-HESAPTURU.
           IF E-HESAPTURU < 1 OR E-HESAPTURU > 2 GO ODEME-AL.
           DISPLAY 'ALINAN :' LINE 30 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
           MOVE KALAN-TUTAR TO Z-ALINAN.
           ACCEPT Z-ALINAN LINE 30 POSITION 11 UPDATE
              CONTROL 'BCOLOR=RED, FCOLOR=WHITE'.
           ACCEPT F FROM ESCAPE KEY.
           IF F = 27 GO ODEME-TEMIZLE.
           MOVE Z-ALINAN TO ALINAN.
           IF ALINAN < KALAN-TUTAR
              DISPLAY 'EKSIK TAHSILAT OLMAZ !!!' LINE 30
                 POSITION 30 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              GO ODEME-AL.
           COMPUTE USTU = ALINAN - KALAN-TUTAR.
           MOVE USTU TO Z-USTU.
           DISPLAY 'PARA USTU :' LINE 30 POSITION 30
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
              Z-USTU LINE 30 POSITION 42.
       ODEME-POSTLA.
           PERFORM SATIS-POSTLA THRU SATIS-POSTLA-SON.
           IF DNK-KILITLI = 1 GO ODEME-TEMIZLE.
           IF Y-EVRAKNO = SPACES GO ODEME-TEMIZLE.
       STOP-PROGRAM-KAPAT.
           CLOSE STOK SICIL ODEME STOKBOM MARJ MUSPARCA SONFIYAT.
       STOP-PROGRAM.
           CANCEL 'EKSISTOK'.
           MOVE WCB TO NESTED-WCB (1).
           DISPLAY NESTED-WCB (1)
              LINE 1 POSITION 1 CONTROL 'WINDOW-REMOVE'.
                 LINE 30 POSITION 60
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              GO SATIS-POSTLA-SON.
      * depo bakiyesi eksi stok politikasina gore denetlenir;
      * set kalemleri recetedeki bilesenlerden denetlenir
           PERFORM STOK-DENETIM THRU STOK-DENETIM-SON.
           IF ES-ENGELLENDI
              DISPLAY 'STOK YETERSIZ - SATIS YAPILAMAZ !!!'
                 LINE 30 POSITION 60
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              GO SATIS-POSTLA-SON.
           OPEN I-O HAREKET-SICIL HAREKET-DETAY HAREKET-INDEX
              AYAR STOKADET DEPOZIT.
           IF FLV-FILO = 1 PERFORM FILO-HAR-AC THRU FILO-HAR-AC-SON.
           MOVE 16 TO DX-TIP.
           MOVE E-DEPONO TO DX-DEPONO.
           PERFORM NUMARA-AL.
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              GO SATIS-POSTLA-KAPAT.
           MOVE AY-EVRAKNO TO Y-EVRAKNO.
      * cek harcamasi yazimdan once dusulur; cek bu arada
      * kullanilmissa satis yapilmaz
           IF CEK-TUTAR > ZEROS
              PERFORM CEK-HARCA THRU CEK-HARCA-SON.
           IF CEK-TUTAR > ZEROS AND CEK-SONUC NOT = ZEROS
              MOVE SPACES TO Y-EVRAKNO
              DISPLAY 'HEDIYE CEKI DUSULEMEDI !!!'
                 LINE 30 POSITION 60
                 CONTROL 'BCOLOR=BLUE, FCOLOR=RED'
              GO SATIS-POSTLA-KAPAT.
      * coklu dosya yazimi niyet kaydiyla cevrelenir
           MOVE 3 TO NYV-TIP.
           MOVE Y-EVRAKNO TO NYV-EVRAKNO.
           MOVE Y-EVRAKNO TO HS-EVRAKNO.
           READ HAREKET-SICIL INVALID KEY CONTINUE.
           PERFORM ALT-TOPLAM-AL THRU END-ALT-TOPLAM-AL.
           PERFORM AYLIK-EVRAK-EKLE.
           PERFORM ALT-TOPLAM-KAYDET THRU END-ALT-TOPLAM-KAYDET.
           MOVE 3 TO DX-TIP.
           MOVE E-DEPONO TO DX-DEPONO.
           PERFORM NUMARA-ARTIR.
           MOVE 'Y' TO ES-ISLEM.
           MOVE 3 TO ES-EVRAKTIP.
           MOVE Y-EVRAKNO TO ES-EVRAKNO.
           CALL 'EKSISTOK' USING ES-ISTEK.
      * tahsilat: makbuz, cari alacak ve kasa satiri; cekle
      * odenen kisim ile kalan kisim ayri makbuzlarla islenir
           IF CEK-TUTAR > ZEROS
              MOVE CEK-SEKIL TO TAH-SEKILNO
              MOVE CEK-TUTAR TO TAH-TUTAR
              PERFORM TAHSILAT-YAZ THRU TAHSILAT-YAZ-SON.
           IF CEK-TUTAR = ZEROS OR KALAN-TUTAR > ZEROS
              MOVE E-SEKIL2 TO TAH-SEKILNO
              MOVE KALAN-TUTAR TO TAH-TUTAR
              PERFORM TAHSILAT-YAZ THRU TAHSILAT-YAZ-SON.
      * mali fis yazarkasadan kesilir, fis no evraka islenir
           PERFORM OKC-FIS-KES THRU OKC-FIS-KES-SON.
      * puan kazanimi / harcamasi islenir
       SATIS-POSTLA-KAPAT.
           CLOSE HAREKET-SICIL HAREKET-DETAY HAREKET-INDEX
              AYAR STOKADET DEPOZIT.
           IF FLV-FILO = 1 CLOSE FILOHAR.
       SATIS-POSTLA-SON.

       STOK-DENETIM.
           INITIALIZE ES-ISTEK.
           MOVE 'B' TO ES-ISLEM.
           CALL 'EKSISTOK' USING ES-ISTEK.
           MOVE 'K' TO ES-ISLEM.
           MOVE E-DEPONO TO ES-DEPONO.
           MOVE 'HIZLISAT' TO ES-PROGRAM.
           MOVE 3 TO ES-EVRAKTIP.
           PERFORM VARYING I FROM 1 BY 1 UNTIL I > SEPET-SAYI
                OR ES-ENGELLENDI
              MOVE SP-KATNO(I) TO ES-KATNO
              MOVE SP-STNO(I) TO ES-STNO
              MOVE SP-ADET(I) TO ES-MIKTAR
              MOVE SPACE TO ES-RECETE
              IF SP-KIT(I) = 1 MOVE 'E' TO ES-RECETE END-IF
              CALL 'EKSISTOK' USING ES-ISTEK
           END-PERFORM.
       STOK-DENETIM-SON.

       OKC-FIS-KES.
           INITIALIZE OKC-ISTEK.
           MOVE E-DEPONO TO OKC-DEPONO.
           MOVE SP-KDV(I) TO HD-KDV.
           MOVE SP-OTV(I) TO HD-OTV.
           MOVE SP-OTVT(I) TO HD-OTV-TUTAR.
           MOVE SP-PROMO(I) TO HD-KOD.
           PERFORM WRITE-HAREKET-DETAY.
           IF FLV-FILO = 1 AND SP-PLAKA(I) NOT = SPACES
              PERFORM FILO-SATIR-YAZ THRU FILO-SATIR-YAZ-SON.
      * depozito satiri stoktan dusmez, acik depozito kutugune
      * islenir
           IF SP-DEPOZIT(I) = 1
           PERFORM STOK-CIKIS THRU STOK-CIKIS-SON.
       SATIR-YAZ-SON.

      * hizmet kalemi iscilik, digerleri parca sayilir
       FILO-SATIR-YAZ.
           MOVE 'P' TO FLV-TUR.
           MOVE SP-KATNO(I) TO ST-KATNO.
           MOVE SP-STNO(I) TO ST-STNO.
           READ STOK
              NOT INVALID KEY
                 IF ST-HIZMET MOVE 'I' TO FLV-TUR END-IF
           END-READ.
           MOVE SP-PLAKA(I) TO FLV-PLAKA.
           MOVE BUGUN TO FLV-TARIH.
           PERFORM FILO-HAR-YAZ THRU FILO-HAR-YAZ-SON.
       FILO-SATIR-YAZ-SON.

      * musterinin kalem bazinda son satis fiyati guncellenir
       SON-FIYAT-YAZ.
           MOVE E-HESAPNO TO SFY-HESAPNO.

      * satilan miktar stok hareketi olarak dusulur ve yil
      * bakiyesi guncellenir; set satirinda cikis recetedeki
      * bilesenlerden yapilir. hizmet kalemi stoga dokunmaz
       STOK-CIKIS.
           MOVE SP-KATNO(I) TO ST-KATNO.
           MOVE SP-STNO(I) TO ST-STNO.
           READ STOK
              NOT INVALID KEY
                 IF ST-HIZMET GO STOK-CIKIS-SON END-IF
           END-READ.
           IF SP-KIT(I) = 1
              PERFORM KIT-CIKIS THRU KIT-CIKIS-SON
              GO STOK-CIKIS-SON.
           MOVE ZEROS TO STA-GIR.
           MOVE C-ADET TO STA-CIK.
           PERFORM WRITE-STOKADET.
           PERFORM AYLIK-ADET-EKLE.
           MOVE C-KATNO TO ST-KATNO.
           MOVE C-STNO TO ST-STNO.
           READ STOK INVALID KEY GO TEK-CIKIS-SON.
       TEK-CIKIS-SON.

       TAHSILAT-YAZ.
           MOVE TAH-SEKILNO TO OD-NO.
           READ ODEME INVALID KEY MOVE SPACES TO OD-ADI.
           OPEN I-O MAKBUZ CARHAR KASA.
           MOVE 16 TO DX-TIP.
           MOVE E-DEPONO TO DX-DEPONO.
           MOVE 16 TO MK-TIP.
           MOVE E-DEPONO TO MK-DEPONO.
           MOVE E-HESAPNO TO MK-HESAPNO.
           MOVE TAH-SEKILNO TO MK-SEKILNO.
           MOVE SPACES TO MK-ACIKLAMA.
           STRING 'HIZLI SATIS ' Y-EVRAKNO
              DELIMITED BY SIZE INTO MK-ACIKLAMA.
           MOVE TAH-TUTAR TO MK-TUTAR.
           PERFORM WRITE-MAKBUZ.
           MOVE E-HESAPNO TO CH-HESAPNO.
           MOVE E-DEPONO TO CH-DEPONO.
           MOVE 6 TO CH-TIP.
           MOVE MK-ACIKLAMA TO CH-ACIKLAMA.
           MOVE ZEROS TO CH-BORC.
           MOVE TAH-TUTAR TO CH-ALACAK.
           MOVE OD-ADI TO CH-VADE.
           MOVE 'TL ' TO CH-DOVIZ.
           MOVE 1 TO CH-KUR.
              ON EXCEPTION CONTINUE
           END-CALL.
           CANCEL 'BAKIYGUN'.
      * cekle odenen kisim kasaya para olarak girmez
           IF TAH-SEKILNO = CEK-SEKIL GO TAHSILAT-SAYAC.
      * gunluk ozet satiri (sira 0) ayni tutarla guncel tutulur
           MOVE BUGUN TO KS-TARIH.
           MOVE ZEROS TO KS-SIRA.
                 MOVE BUGUN TO KS-TARIH
                 MOVE ZEROS TO KS-SIRA
                 PERFORM WRITE-KASA.
           ADD TAH-TUTAR TO KS-GELIR.
           PERFORM REWRITE-KASA.
           INITIALIZE KS-KAYIT.
           MOVE BUGUN TO KS-TARIH.
           MOVE BUGUN TO KS-TARIH.
           MOVE E-HESAPNO TO KS-HESAPNO.
           MOVE E-DEPONO TO KS-DEPONO.
           MOVE TAH-SEKILNO TO KS-SEKILNO.
           MOVE 16 TO KS-MTIP.
           MOVE MK-ACIKLAMA TO KS-ACIKLAMA.
           MOVE TAH-TUTAR TO KS-GELIR.
           MOVE ZEROS TO KS-GIDER.
           MOVE MK-EVRAKNO TO KS-MEVRAKNO.
           MOVE E-HESAPTURU TO KS-HESAPTURU.
       TAHSILAT-KASA-YAZ.
           PERFORM WRITE-KASA.
           IF WVAR = 0 ADD 1 TO KS-SIRA GO TAHSILAT-KASA-YAZ.
       TAHSILAT-SAYAC.
           MOVE 16 TO DX-TIP.
           MOVE E-DEPONO TO DX-DEPONO.
           PERFORM NUMARA-ARTIR.
                                  "%T%"  BY "AYAR"
                                 ==%R%== BY ==AY-KAYIT==.
       copy 'oturum.per'.
       copy 'filo.per'.
       copy 'filohar.per'.
       copy fileop.cpy REPLACING ==%T%== BY ==MARJLOG==
                                  "%T%"  BY "MARJLOG"
                                 ==%R%== BY ==ML-KAYIT==.
                                  "%T%"  BY "DEPOZIT"
                                 ==%R%== BY ==DZ-KAYIT==.
       copy 'niyet.per'.
       copy 'sifre.per'.
       copy 'stayadet.per'.
       copy 'staysat.per'.

       copy 'ceksenet.cpy'.
       copy 'muhkural.cpy'.
       copy 'yevmiye.cpy'.
       copy 'gidplan.cpy'.
       copy 'bkredi.cpy'.
       copy 'bordro.cpy'.
       copy 'iskonto.cpy'.
       copy 'fire.cpy'.
            SELECT RAPOR ASSIGN TO DISK, CSV-DOSYA
               ORGANIZATION LINE SEQUENTIAL.
       DATA DIVISION.
       copy 'ceksenet.cpz'.
       copy 'muhkural.cpz'.
       copy 'yevmiye.cpz'.
       copy 'gidplan.cpz'.
       copy 'bkredi.cpz'.
       copy 'bordro.cpz'.
       copy 'iskonto.cpz'.
       copy 'fire.cpz'.
       FD RAPOR
           LABEL RECORD IS STANDARD
           DATA RECORD IS RAPOR-SATIR.
           02 P-KAYNAK          PIC 9.
           02 P-KAYNAK-TIP      PIC 9999.
           02 P-KAYNAK-EVRAK    PIC X(15).
           02 P-MMKOD           PIC 9999.
           02 S-HESAP-KOD       PIC X(10).
           02 S-BORC            PIC S9(13)V99.
           02 S-ALACAK          PIC S9(13)V99.
           02 TL-ANAPARA        PIC S9(13)V99.
           02 TL-FAIZ           PIC S9(13)V99.
           02 TL-BSMV           PIC S9(13)V99.
           02 TL-TOPLAM         PIC S9(13)V99.
           02 B-YIL             PIC 9999.
           02 B-AY              PIC 99.
           02 B-TARIH           PIC 9(8).
       01 BORDRO-TOPLAM.
           02 T-GIDER           PIC S9(13)V99.
           02 T-SGK             PIC S9(13)V99.
           02 T-VERGI           PIC S9(13)V99.
           02 T-AVANS           PIC S9(13)V99.
           02 T-KESINTI         PIC S9(13)V99.
           02 T-NET             PIC S9(13)V99.
       01 EVRAK-TOPLAM.
           02 I-ISK1            PIC 9(12)V99999999.
           02 I-ISK2            PIC 9(12)V99999999.
           OPEN I-O YEVMIYE.
           OPEN INPUT MUHKURAL.
           PERFORM ARALIK-TEMIZLE THRU ARALIK-TEMIZLE-SON.
           PERFORM MADDE-BASLA THRU MADDE-BASLA-SON.
           PERFORM HAREKET-POSTLA THRU HAREKET-POSTLA-SON.
           PERFORM KASA-POSTLA THRU KASA-POSTLA-SON.
           PERFORM CEK-POSTLA THRU CEK-POSTLA-SON.
           PERFORM GIDER-POSTLA THRU GIDER-POSTLA-SON.
           PERFORM KREDI-POSTLA THRU KREDI-POSTLA-SON.
           PERFORM BORDRO-POSTLA THRU BORDRO-POSTLA-SON.
           PERFORM ISKONTO-POSTLA THRU ISKONTO-POSTLA-SON.
           PERFORM FIRE-POSTLA THRU FIRE-POSTLA-SON.
           CLOSE YEVMIYE MUHKURAL RAPOR.
           IF OTOMATIK = 1 GO STOP-PROGRAM.
           MOVE FIS-SAYI TO Z-SAYI.
           GO ARALIK-TEMIZLE-OKU.
       ARALIK-TEMIZLE-SON.

      * yevmiye madde numarasi yil icinde kesintisiz artar; aralik
      * ayni yilin onceki son maddesinden devam eder
       MADDE-BASLA.
           MOVE BA-TARIH TO YV-TARIH.
           MOVE ZEROS TO YV-SIRA.
           START YEVMIYE KEY IS LESS THAN YV-KEY
              INVALID KEY GO MADDE-BASLA-SON.
           READ YEVMIYE PREVIOUS AT END GO MADDE-BASLA-SON.
           IF YV-YIL = BA-YIL MOVE YV-MADDE TO MADDE-NO.
       MADDE-BASLA-SON.

      * her belge tek madde; once detaydan belge toplamlari
       HAREKET-POSTLA.
           OPEN INPUT HAREKET-SICIL HAREKET-DETAY.
           MOVE 1 TO P-KAYNAK.
           MOVE HS-TIP TO P-KAYNAK-TIP.
           MOVE HS-EVRAKNO TO P-KAYNAK-EVRAK.
           MOVE ZEROS TO P-MMKOD.
           MOVE SPACES TO P-ACIKLAMA.
           STRING MKR-ACIKLAMA ' ' HS-HESAPADI(1:18)
              DELIMITED BY SIZE INTO P-ACIKLAMA.
           COMPUTE I-GENEL = I-NET + I-KDVTOP.

      * kasa satirlari: gunluk ozet satiri (sira 0) atlanir,
      * gelir ve gider ayri yonlerde tek madde olur; satirin
      * masraf merkezi maddenin tum ayaklarina tasinir
       KASA-POSTLA.
           OPEN INPUT KASA.
           MOVE BA-TARIH TO KS-TARIH.
           COMPUTE TT = KS-YIL * 10000 + KS-AY * 100 + KS-GUN.
           IF TT > T2 GO KASA-POSTLA-KAPAT.
           IF KS-SIRA = ZEROS GO KASA-OKU.
      * kredi taksidi cikisi taksit kaydindan tam madde olarak gelir
           IF KS-MEVRAKNO(1:3) = 'KRD' GO KASA-OKU.
      * maas odemesi de bordro kayitlarindan tam madde olarak gelir
           IF KS-MEVRAKNO(1:3) = 'BRD' GO KASA-OKU.
      * cek iskontosu net girisi bordrodan tam madde olarak gelir
           IF KS-MEVRAKNO(1:3) = 'ISK' GO KASA-OKU.
           MOVE 2 TO MKR-KAYNAK.
           MOVE KS-SEKILNO TO MKR-KOD.
           READ MUHKURAL
           MOVE 2 TO P-KAYNAK.
           MOVE KS-SEKILNO TO P-KAYNAK-TIP.
           MOVE KS-MEVRAKNO TO P-KAYNAK-EVRAK.
           MOVE KS-MMKOD TO P-MMKOD.
           MOVE KS-ACIKLAMA TO P-ACIKLAMA.
           IF KS-GELIR NOT = ZEROS
              MOVE KS-GELIR TO YV-BORC
      * cek/senet durum degisimleri banka tarihiyle islenir;
      * portfoy girisi makbuz/kasa ayagindan zaten gecer
       CEK-POSTLA.
           OPEN INPUT CEKSENET ISKDET.
           MOVE ZEROS TO CS-TIP.
           MOVE SPACES TO CS-MAKBUZ.
           START CEKSENET KEY IS NOT LESS THAN CS-KEY
           IF CS-BANKA-TARIH = ZEROS GO CEK-OKU.
           COMPUTE TT = CS-BYIL * 10000 + CS-BAY * 100 + CS-BGUN.
           IF TT < T1 OR TT > T2 GO CEK-OKU.
      * bankaya iskonto edilen cekin kayitlari iskonto bordrosundan
      * uretilir
           MOVE CS-KEY TO ID-KEY.
           READ ISKDET NOT INVALID KEY GO CEK-OKU.
      * kural kodu tip * 10 + durum: musteri cekleri ile bizim
      * verdigimiz cekler (tip 5) ayri kurallara baglanir ki
      * odeme yonleri karismasin
           MOVE 3 TO P-KAYNAK.
           MOVE MKR-KOD TO P-KAYNAK-TIP.
           MOVE CS-MAKBUZ TO P-KAYNAK-EVRAK.
           MOVE ZEROS TO P-MMKOD.
           MOVE SPACES TO P-ACIKLAMA.
           STRING MKR-ACIKLAMA ' ' CS-HESAPNO
              DELIMITED BY SIZE INTO P-ACIKLAMA.
           PERFORM YEVMIYE-YAZ THRU YEVMIYE-YAZ-SON.
           GO CEK-OKU.
       CEK-POSTLA-KAPAT.
           CLOSE CEKSENET ISKDET.
       CEK-POSTLA-SON.

      * pesin/tahakkuk gider paylari GIDPLAN aylik isleminin
      * GIDAY kayitlarindan yeniden uretilir; kural gerekmez
       GIDER-POSTLA.
           OPEN INPUT GIDAY.
           MOVE ZEROS TO GY-NO GY-YIL GY-AY.
           START GIDAY KEY IS NOT LESS THAN GY-KEY
              INVALID KEY GO GIDER-POSTLA-KAPAT.
       GIDER-OKU.
           READ GIDAY NEXT AT END GO GIDER-POSTLA-KAPAT.
           COMPUTE TT = GY-TYIL * 10000 + GY-TAY * 100 + GY-TGUN.
           IF TT < T1 OR TT > T2 GO GIDER-OKU.
           ADD 1 TO MADDE-NO FIS-SAYI.
           MOVE GY-TARIH TO P-TARIH.
           MOVE 4 TO P-KAYNAK.
           MOVE ZEROS TO P-KAYNAK-TIP.
           MOVE SPACES TO P-KAYNAK-EVRAK.
           MOVE GY-NO TO P-KAYNAK-EVRAK.
           MOVE GY-MMKOD TO P-MMKOD.
           MOVE GY-ACIKLAMA TO P-ACIKLAMA.
           MOVE GY-TUTAR TO YV-BORC.
           MOVE ZEROS TO YV-ALACAK.
           MOVE GY-GIDER-HESAP TO YV-HESAP-KOD.
           PERFORM YEVMIYE-YAZ THRU YEVMIYE-YAZ-SON.
           MOVE ZEROS TO YV-BORC.
           MOVE GY-TUTAR TO YV-ALACAK.
           MOVE GY-BILANCO-HESAP TO YV-HESAP-KOD.
           PERFORM YEVMIYE-YAZ THRU YEVMIYE-YAZ-SON.
           GO GIDER-OKU.
       GIDER-POSTLA-KAPAT.
           CLOSE GIDAY.
       GIDER-POSTLA-SON.

      * odenmis kredi taksitleri odeme tarihi ve kuruyla: borc
      * anapara/faiz/bsmv, alacak banka hesabi (BKREDI ile ayni)
       KREDI-POSTLA.
           OPEN INPUT BKREDI BKTAKSIT.
           MOVE ZEROS TO BKT-NO BKT-TAKSIT.
           START BKTAKSIT KEY IS NOT LESS THAN BKT-KEY
              INVALID KEY GO KREDI-POSTLA-KAPAT.
       KREDI-OKU.
           READ BKTAKSIT NEXT AT END GO KREDI-POSTLA-KAPAT.
           IF NOT BKT-ODENDI GO KREDI-OKU.
           COMPUTE TT = BKT-OYIL * 10000 + BKT-OAY * 100 + BKT-OGUN.
           IF TT < T1 OR TT > T2 GO KREDI-OKU.
           MOVE BKT-NO TO BKR-NO.
           READ BKREDI INVALID KEY GO KREDI-OKU.
           ADD 1 TO MADDE-NO FIS-SAYI.
           MOVE BKT-ODEME-TARIH TO P-TARIH.
           MOVE 5 TO P-KAYNAK.
           MOVE ZEROS TO P-KAYNAK-TIP P-MMKOD.
           MOVE SPACES TO P-KAYNAK-EVRAK.
           STRING 'KRD' BKT-NO '/' BKT-TAKSIT
              DELIMITED BY SIZE INTO P-KAYNAK-EVRAK.
           MOVE SPACES TO P-ACIKLAMA.
           STRING 'KREDI TAKSIDI ' BKR-BANKA
              DELIMITED BY SIZE INTO P-ACIKLAMA.
           COMPUTE TL-ANAPARA ROUNDED = BKT-ANAPARA * BKT-KUR.
           COMPUTE TL-FAIZ ROUNDED = BKT-FAIZ * BKT-KUR.
           COMPUTE TL-BSMV ROUNDED = BKT-BSMV * BKT-KUR.
           COMPUTE TL-TOPLAM = TL-ANAPARA + TL-FAIZ + TL-BSMV.
           MOVE ZEROS TO YV-ALACAK.
           MOVE TL-ANAPARA TO YV-BORC.
           MOVE BKR-KREDI-HESAP TO YV-HESAP-KOD.
           PERFORM YEVMIYE-YAZ THRU YEVMIYE-YAZ-SON.
           MOVE TL-FAIZ TO YV-BORC.
           MOVE BKR-FAIZ-HESAP TO YV-HESAP-KOD.
           PERFORM YEVMIYE-YAZ THRU YEVMIYE-YAZ-SON.
           MOVE TL-BSMV TO YV-BORC.
           MOVE BKR-BSMV-HESAP TO YV-HESAP-KOD.
           PERFORM YEVMIYE-YAZ THRU YEVMIYE-YAZ-SON.
           MOVE ZEROS TO YV-BORC.
           MOVE TL-TOPLAM TO YV-ALACAK.
           MOVE BKR-BANKA-HESAP TO YV-HESAP-KOD.
           PERFORM YEVMIYE-YAZ THRU YEVMIYE-YAZ-SON.
           GO KREDI-OKU.
       KREDI-POSTLA-KAPAT.
           CLOSE BKREDI BKTAKSIT.
       KREDI-POSTLA-SON.

      * muhasebelesmis bordro aylari odeme tarihiyle, ay basina tek
      * madde (BORDRO ile ayni ayaklar); hesaplar yil parametresinden
       BORDRO-POSTLA.
           OPEN INPUT BORDRO BORDPAR.
           MOVE ZEROS TO B-YIL B-AY.
           INITIALIZE BORDRO-TOPLAM.
           MOVE ZEROS TO BR-YIL BR-AY BR-NO.
           START BORDRO KEY IS NOT LESS THAN BR-KEY
              INVALID KEY GO BORDRO-POSTLA-KAPAT.
       BORDRO-OKU.
           READ BORDRO NEXT AT END GO BORDRO-POSTLA-KAPAT.
           IF NOT BR-KESIN GO BORDRO-OKU.
           COMPUTE TT = BR-OYIL * 10000 + BR-OAY * 100 + BR-OGUN.
           IF TT < T1 OR TT > T2 GO BORDRO-OKU.
           IF BR-YIL NOT = B-YIL OR BR-AY NOT = B-AY
              PERFORM BORDRO-MADDE THRU BORDRO-MADDE-SON
              MOVE BR-YIL TO B-YIL
              MOVE BR-AY TO B-AY
              MOVE BR-ODEME-TARIH TO B-TARIH
           END-IF.
           COMPUTE T-GIDER = T-GIDER + BR-BRUT + BR-SGK-ISVEREN
              + BR-ISSIZ-ISVEREN.
           ADD BR-SGK-ISCI BR-ISSIZ-ISCI BR-SGK-ISVEREN
              BR-ISSIZ-ISVEREN TO T-SGK.
           ADD BR-GELIR-VERGISI BR-DAMGA-VERGISI TO T-VERGI.
           ADD BR-AVANS TO T-AVANS.
           ADD BR-KESINTI TO T-KESINTI.
           ADD BR-NET TO T-NET.
           GO BORDRO-OKU.
       BORDRO-POSTLA-KAPAT.
           PERFORM BORDRO-MADDE THRU BORDRO-MADDE-SON.
           CLOSE BORDRO BORDPAR.
       BORDRO-POSTLA-SON.

       BORDRO-MADDE.
           IF B-YIL = ZEROS GO BORDRO-MADDE-SON.
           MOVE B-YIL TO BP-YIL.
           READ BORDPAR
              INVALID KEY
                 ADD 1 TO EKSIK-SAYI
                 MOVE SPACES TO RAPOR-SATIR
                 STRING 'BORDRO PARAMETRESI YOK;' B-YIL ';' B-AY
                    DELIMITED BY SIZE INTO RAPOR-SATIR
                 WRITE RAPOR-SATIR
                 GO BORDRO-MADDE-TEMIZLE.
           ADD 1 TO MADDE-NO FIS-SAYI.
           MOVE B-TARIH TO P-TARIH.
           MOVE 6 TO P-KAYNAK.
           MOVE ZEROS TO P-KAYNAK-TIP P-MMKOD.
           MOVE SPACES TO P-KAYNAK-EVRAK P-ACIKLAMA.
           STRING 'BRD' B-YIL B-AY DELIMITED BY SIZE
              INTO P-KAYNAK-EVRAK.
           STRING 'MAAS ODEMESI ' B-AY '/' B-YIL
              DELIMITED BY SIZE INTO P-ACIKLAMA.
           MOVE BP-GIDER-HESAP TO YV-HESAP-KOD.
           MOVE T-GIDER TO YV-BORC.
           MOVE ZEROS TO YV-ALACAK.
           PERFORM YEVMIYE-YAZ THRU YEVMIYE-YAZ-SON.
           MOVE ZEROS TO YV-BORC.
           MOVE BP-SGK-HESAP TO YV-HESAP-KOD.
           MOVE T-SGK TO YV-ALACAK.
           PERFORM YEVMIYE-YAZ THRU YEVMIYE-YAZ-SON.
           MOVE BP-VERGI-HESAP TO YV-HESAP-KOD.
           MOVE T-VERGI TO YV-ALACAK.
           PERFORM YEVMIYE-YAZ THRU YEVMIYE-YAZ-SON.
           MOVE BP-AVANS-HESAP TO YV-HESAP-KOD.
           MOVE T-AVANS TO YV-ALACAK.
           PERFORM YEVMIYE-YAZ THRU YEVMIYE-YAZ-SON.
           MOVE BP-KESINTI-HESAP TO YV-HESAP-KOD.
           MOVE T-KESINTI TO YV-ALACAK.
           PERFORM YEVMIYE-YAZ THRU YEVMIYE-YAZ-SON.
           MOVE BP-BANKA-HESAP TO YV-HESAP-KOD.
           MOVE T-NET TO YV-ALACAK.
           PERFORM YEVMIYE-YAZ THRU YEVMIYE-YAZ-SON.
       BORDRO-MADDE-TEMIZLE.
           INITIALIZE BORDRO-TOPLAM.
       BORDRO-MADDE-SON.

      * cek iskontosu bordro tarihiyle (CEKISK ile ayni ayaklar):
      * borc banka net, faiz ve masraf; alacak cekler. karsiliksiz
      * donen iskontolu cek donus tarihiyle karsiliksiz cekler
      * borc, banka borcu alacak; hesaplar bordro basligindan
       ISKONTO-POSTLA.
           OPEN INPUT ISKONTO ISKDET.
           MOVE ZEROS TO IK-NO.
           START ISKONTO KEY IS NOT LESS THAN IK-NO
              INVALID KEY GO ISKONTO-DONUS.
       ISKONTO-OKU.
           READ ISKONTO NEXT AT END GO ISKONTO-DONUS.
           COMPUTE TT = IK-YIL * 10000 + IK-AY * 100 + IK-GUN.
           IF TT < T1 OR TT > T2 GO ISKONTO-OKU.
           ADD 1 TO MADDE-NO FIS-SAYI.
           MOVE IK-TARIH TO P-TARIH.
           MOVE 7 TO P-KAYNAK.
           MOVE ZEROS TO P-KAYNAK-TIP P-MMKOD.
           MOVE SPACES TO P-KAYNAK-EVRAK P-ACIKLAMA.
           STRING 'ISK' IK-NO DELIMITED BY SIZE INTO P-KAYNAK-EVRAK.
           STRING 'CEK ISKONTOSU ' IK-BANKA
              DELIMITED BY SIZE INTO P-ACIKLAMA.
           MOVE ZEROS TO YV-ALACAK.
           MOVE IK-NET TO YV-BORC.
           MOVE IK-BANKA-HESAP TO YV-HESAP-KOD.
           PERFORM YEVMIYE-YAZ THRU YEVMIYE-YAZ-SON.
           MOVE IK-FAIZ TO YV-BORC.
           MOVE IK-FAIZ-HESAP TO YV-HESAP-KOD.
           PERFORM YEVMIYE-YAZ THRU YEVMIYE-YAZ-SON.
           MOVE IK-MASRAF TO YV-BORC.
           MOVE IK-MASRAF-HESAP TO YV-HESAP-KOD.
           PERFORM YEVMIYE-YAZ THRU YEVMIYE-YAZ-SON.
           MOVE ZEROS TO YV-BORC.
           MOVE IK-BRUT TO YV-ALACAK.
           MOVE IK-CEK-HESAP TO YV-HESAP-KOD.
           PERFORM YEVMIYE-YAZ THRU YEVMIYE-YAZ-SON.
           GO ISKONTO-OKU.
       ISKONTO-DONUS.
           MOVE ZEROS TO ID-TIP.
           MOVE SPACES TO ID-MAKBUZ.
           START ISKDET KEY IS NOT LESS THAN ID-KEY
              INVALID KEY GO ISKONTO-POSTLA-KAPAT.
       ISKONTO-DONUS-OKU.
           READ ISKDET NEXT AT END GO ISKONTO-POSTLA-KAPAT.
           IF NOT ID-BORCA-DONDU GO ISKONTO-DONUS-OKU.
           COMPUTE TT = ID-KYIL * 10000 + ID-KAY * 100 + ID-KGUN.
           IF TT < T1 OR TT > T2 GO ISKONTO-DONUS-OKU.
           MOVE ID-NO TO IK-NO.
           READ ISKONTO INVALID KEY GO ISKONTO-DONUS-OKU.
           ADD 1 TO MADDE-NO FIS-SAYI.
           MOVE ID-KAPANIS-TARIH TO P-TARIH.
           MOVE 7 TO P-KAYNAK.
           MOVE ZEROS TO P-KAYNAK-TIP P-MMKOD.
           MOVE SPACES TO P-KAYNAK-EVRAK P-ACIKLAMA.
           STRING 'ISK' IK-NO DELIMITED BY SIZE INTO P-KAYNAK-EVRAK.
           STRING 'ISKONTOLU CEK KARSILIKSIZ ' ID-MAKBUZ
              DELIMITED BY SIZE INTO P-ACIKLAMA.
           MOVE ID-TUTAR TO YV-BORC.
           MOVE ZEROS TO YV-ALACAK.
           MOVE IK-KARS-HESAP TO YV-HESAP-KOD.
           PERFORM YEVMIYE-YAZ THRU YEVMIYE-YAZ-SON.
           MOVE ZEROS TO YV-BORC.
           MOVE ID-TUTAR TO YV-ALACAK.
           MOVE IK-BORC-HESAP TO YV-HESAP-KOD.
           PERFORM YEVMIYE-YAZ THRU YEVMIYE-YAZ-SON.
           GO ISKONTO-DONUS-OKU.
       ISKONTO-POSTLA-KAPAT.
           CLOSE ISKONTO ISKDET.
       ISKONTO-POSTLA-SON.

      * fire belgesi islem tarihiyle (FIRE ile ayni ayaklar): borc
      * nedenin gider hesabi, alacak stok hesabi, maliyet tutari
       FIRE-POSTLA.
           OPEN INPUT FIRE.
           MOVE BA-TARIH TO FR-ISLEM-TARIH.
           START FIRE KEY IS NOT LESS THAN FR-ISLEM-TARIH
              INVALID KEY GO FIRE-POSTLA-KAPAT.
       FIRE-OKU.
           READ FIRE NEXT AT END GO FIRE-POSTLA-KAPAT.
           COMPUTE TT = FR-IYIL * 10000 + FR-IAY * 100 + FR-IGUN.
           IF TT > T2 GO FIRE-POSTLA-KAPAT.
           IF NOT FR-ISLENDI GO FIRE-OKU.
           MOVE 8 TO MKR-KAYNAK.
           MOVE FR-NEDEN TO MKR-KOD.
           READ MUHKURAL
              INVALID KEY
                 PERFORM KURAL-YOK THRU KURAL-YOK-SON
                 GO FIRE-OKU.
           ADD 1 TO MADDE-NO FIS-SAYI.
           MOVE FR-ISLEM-TARIH TO P-TARIH.
           MOVE 8 TO P-KAYNAK.
           MOVE FR-NEDEN TO P-KAYNAK-TIP.
           MOVE FR-MMKOD TO P-MMKOD.
           MOVE SPACES TO P-KAYNAK-EVRAK P-ACIKLAMA.
           STRING 'FIR' FR-NO DELIMITED BY SIZE INTO P-KAYNAK-EVRAK.
           STRING 'FIRE ' FR-CINSI DELIMITED BY SIZE INTO P-ACIKLAMA.
           MOVE FR-TUTAR TO YV-BORC.
           MOVE ZEROS TO YV-ALACAK.
           MOVE MKR-BORC-HESAP TO YV-HESAP-KOD.
           PERFORM YEVMIYE-YAZ THRU YEVMIYE-YAZ-SON.
           MOVE ZEROS TO YV-BORC.
           MOVE FR-TUTAR TO YV-ALACAK.
           MOVE MKR-ALACAK-HESAP TO YV-HESAP-KOD.
           PERFORM YEVMIYE-YAZ THRU YEVMIYE-YAZ-SON.
           GO FIRE-OKU.
       FIRE-POSTLA-KAPAT.
           CLOSE FIRE.
       FIRE-POSTLA-SON.

      * bos hesap koduyla ayak yazilmaz (tek hesapli kurallar);
      * sira ararken okunan kayit ayagin hesap ve tutarini ezmesin
      * diye saklanip geri konur
       YEVMIYE-YAZ.
           IF YV-HESAP-KOD = SPACES GO YEVMIYE-YAZ-SON.
           IF YV-BORC = ZEROS AND YV-ALACAK = ZEROS
              GO YEVMIYE-YAZ-SON.
           MOVE YV-HESAP-KOD TO S-HESAP-KOD.
           MOVE YV-BORC TO S-BORC.
           MOVE YV-ALACAK TO S-ALACAK.
           MOVE P-TARIH TO YV-TARIH.
           PERFORM SIRA-BUL THRU SIRA-BUL-SON.
           MOVE S-HESAP-KOD TO YV-HESAP-KOD.
           MOVE S-BORC TO YV-BORC.
           MOVE S-ALACAK TO YV-ALACAK.
           MOVE P-TARIH TO YV-TARIH.
           MOVE MADDE-NO TO YV-MADDE.
           MOVE P-ACIKLAMA TO YV-ACIKLAMA.
           MOVE P-KAYNAK TO YV-KAYNAK.
           MOVE P-KAYNAK-TIP TO YV-KAYNAK-TIP.
           MOVE P-KAYNAK-EVRAK TO YV-KAYNAK-EVRAK.
           MOVE P-MMKOD TO YV-MMKOD.
       YEVMIYE-YAZ-DENE.
           WRITE YV-KAYIT INVALID KEY
              ADD 1 TO YV-SIRA

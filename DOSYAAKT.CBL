       copy 'sevk.cpy'.
       copy 'satinal.cpy'.
       copy 'ayar.cpy'.
       copy 'kur.cpy'.
       copy 'users.cpy'.
       copy 'kasa.cpy'.
       copy 'yevmiye.cpy'.
       copy 'odeme.cpy'.
       copy 'butce.cpy'.
       copy 'demirbas.cpy'.
       copy 'personel.cpy'.
       copy 'onaybek.cpy'.
       copy 'siparis.cpy'.
       copy 'lotser.cpy'.
       copy 'anlasma.cpy'.
       copy 'askisat.cpy'.
       copy 'kvkklog.cpy'.
            SELECT ESKHS ASSIGN TO DISK, 'DATA\HAREKET.ESK'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EAY-KEY
               FILE STATUS IS ST-ESKI.
            SELECT ESKKR ASSIGN TO DISK, 'DATA\KURLAR.ESK'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EKR-KEY
               FILE STATUS IS ST-ESKI.
            SELECT ESKUS ASSIGN TO DISK, 'DATA\USERS.ESK'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EUS-NAME
               FILE STATUS IS ST-ESKI.
            SELECT ESKKS ASSIGN TO DISK, 'DATA\KASA.ESK'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EKS-KEY
               FILE STATUS IS ST-ESKI.
            SELECT ESKYV ASSIGN TO DISK, 'DATA\YEVMIYE.ESK'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EYV-KEY
               ALTERNATE RECORD KEY IS EYV-HESAP-KOD WITH DUPLICATES
               FILE STATUS IS ST-ESKI.
            SELECT ESKOD ASSIGN TO DISK, 'DATA\ODEME.ESK'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EOD-NO
               FILE STATUS IS ST-ESKI.
            SELECT ESKBT ASSIGN TO DISK, 'DATA\BUTCE.ESK'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EBT-KEY
               FILE STATUS IS ST-ESKI.
            SELECT ESKDB ASSIGN TO DISK, 'DATA\DEMIRBAS.ESK'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EDB-NO
               FILE STATUS IS ST-ESKI.
            SELECT ESKAM ASSIGN TO DISK, 'DATA\AMORTI.ESK'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EAM-KEY
               FILE STATUS IS ST-ESKI.
            SELECT ESKPR ASSIGN TO DISK, 'DATA\PERSONEL.ESK'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EPR-NO
               FILE STATUS IS ST-ESKI.
            SELECT ESKAV ASSIGN TO DISK, 'DATA\AVANS.ESK'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EAV-KEY
               FILE STATUS IS ST-ESKI.
            SELECT ESKOB ASSIGN TO DISK, 'DATA\ONAYBEK.ESK'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EOB-KEY
               FILE STATUS IS ST-ESKI.
            SELECT ESKSP ASSIGN TO DISK, 'DATA\SIPARIS.ESK'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ESP-EVRAKNO
               FILE STATUS IS ST-ESKI.
            SELECT ESKLS ASSIGN TO DISK, 'DATA\LOTSER.ESK'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ELS-KEY
               ALTERNATE RECORD KEY IS ELS-SERINO WITH DUPLICATES
               FILE STATUS IS ST-ESKI.
            SELECT ESKAN ASSIGN TO DISK, 'DATA\ANLASMA.ESK'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EAN-KEY
               FILE STATUS IS ST-ESKI.
            SELECT ESKAS ASSIGN TO DISK, 'DATA\ASKISAT.ESK'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EAS-KEY
               FILE STATUS IS ST-ESKI.
            SELECT ESKKV ASSIGN TO DISK, 'DATA\KVKKLOG.ESK'
               ORGANIZATION INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EKV-KEY
               FILE STATUS IS ST-ESKI.
       DATA DIVISION.
       FILE SECTION.
       copy 'hareket.cpz'.
       copy 'sevk.cpz'.
       copy 'satinal.cpz'.
       copy 'ayar.cpz'.
       copy 'kur.cpz'.
       copy 'users.cpz'.
       copy 'kasa.cpz'.
       copy 'yevmiye.cpz'.
       copy 'odeme.cpz'.
       copy 'butce.cpz'.
       copy 'demirbas.cpz'.
       copy 'personel.cpz'.
       copy 'onaybek.cpz'.
       copy 'siparis.cpz'.
       copy 'lotser.cpz'.
       copy 'anlasma.cpz'.
       copy 'askisat.cpz'.
       copy 'kvkklog.cpz'.
      * asagidaki yerlesimler kayit uzunluklari buyutulmeden
      * ONCEKI dosya duzenleridir; yalnizca donusumde okunur.
      * ilgili cpz bir daha degisirse buraya da yeni bir eski
           02 EHS-YAZDIRMA-SAYISI       PIC 9(03).
           02 EHS-DOVIZ                 PIC X(3).
           02 EHS-KUR                   PIC 9(6)V9999.
           02 EHS-TEVKIF-KOD            PIC 9(3).
           02 EHS-TEVKIF-PAY            PIC 99.
           02 EHS-TEVKIF-PAYDA          PIC 99.
           02 EHS-OKC-FISNO             PIC X(20).
       FD ESKHD
           LABEL RECORD IS STANDARD
           DATA RECORD IS EHD-KAYIT.
           02 EST-LOTLU                 PIC X.
           02 EST-MALIYET               PIC 9(10)V9999.
           02 EST-KDV                   PIC 9(3)V99.
           02 EST-OTV-ORAN              PIC 9(3)V99.
           02 EST-OTV-TUTAR             PIC 9(10)V9999.
           02 EST-GARANTI-AY            PIC 9(3).
           02 EST-DEPOZITO              PIC 9(10)V9999.
       FD ESKSC
           LABEL RECORD IS STANDARD
           DATA RECORD IS ESC-KAYIT.
           02 ESC-LISTENO               PIC 9999.
           02 ESC-DURUM                 PIC X.
           02 ESC-DEVIR-HESAP           PIC X(15).
           02 ESC-ANA-HESAP             PIC X(15).
           02 ESC-GRUP-LIMIT            PIC S9(13)V99.
           02 ESC-IBAN                  PIC X(26).
       FD ESKSV
           LABEL RECORD IS STANDARD
           DATA RECORD IS ESV-KAYIT.
           02 EAY-YAZDOS                PIC X(20).
           02 EAY-YAZPORT               PIC X(10).
           02 EAY-CIKTITIPI             PIC X(10).
       FD ESKKR
           LABEL RECORD IS STANDARD
           DATA RECORD IS EKR-KAYIT.
       01 EKR-KAYIT.
           02 EKR-KEY.
               03 EKR-TARIH             PIC 9(8).
               03 EKR-DOVIZ             PIC X(3).
           02 EKR-ALIS                  PIC 9(6)V9999.
           02 EKR-SATIS                 PIC 9(6)V9999.
       FD ESKUS
           LABEL RECORD IS STANDARD
           DATA RECORD IS EUS-KAYIT.
       01 EUS-KAYIT.
           02 EUS-NAME                  PIC X(20).
           02 EUS-PASS                  PIC X(20).
           02 EUS-ACTIVE                PIC X.
           02 EUS-SIFRE-DEGISTIRME.
               03 EUS-SD-YIL             PIC 9999.
               03 EUS-SD-AY              PIC 99.
               03 EUS-SD-GUN             PIC 99.
           02 EUS-SIFRE-BITIS.
               03 EUS-SB-YIL             PIC 9999.
               03 EUS-SB-AY              PIC 99.
               03 EUS-SB-GUN             PIC 99.
           02 EUS-SIFRE-SURE-AY         PIC 99.
       FD ESKKS
           LABEL RECORD IS STANDARD
           DATA RECORD IS EKS-KAYIT.
       01 EKS-KAYIT.
           02 EKS-KEY.
               03 EKS-TARIH.
                   04 EKS-YIL           PIC 9999.
                   04 EKS-AY            PIC 99.
                   04 EKS-GUN           PIC 99.
               03 EKS-SIRA              PIC 9(5).
           02 EKS-HESAPNO               PIC X(15).
           02 EKS-DEPONO                PIC 9999.
           02 EKS-SEKILNO               PIC 9999.
           02 EKS-MTIP                  PIC 9.
           02 EKS-ACIKLAMA              PIC X(60).
           02 EKS-GELIR                 PIC S9(13)V99.
           02 EKS-GIDER                 PIC S9(13)V99.
           02 EKS-MEVRAKNO              PIC X(15).
           02 EKS-HESAPTURU             PIC 9.
           02 EKS-DOVIZ                 PIC X(3).
           02 EKS-KUR                   PIC 9(6)V9999.
           02 EKS-MUTABAKAT             PIC X.
       FD ESKYV
           LABEL RECORD IS STANDARD
           DATA RECORD IS EYV-KAYIT.
       01 EYV-KAYIT.
           02 EYV-KEY.
               03 EYV-TARIH.
                   04 EYV-YIL           PIC 9999.
                   04 EYV-AY            PIC 99.
                   04 EYV-GUN           PIC 99.
               03 EYV-SIRA              PIC 9(7).
           02 EYV-MADDE                 PIC 9(7).
           02 EYV-HESAP-KOD             PIC X(10).
           02 EYV-ACIKLAMA              PIC X(60).
           02 EYV-BORC                  PIC S9(13)V99.
           02 EYV-ALACAK                PIC S9(13)V99.
           02 EYV-KAYNAK                PIC 9.
           02 EYV-KAYNAK-TIP            PIC 9999.
           02 EYV-KAYNAK-EVRAK          PIC X(15).
       FD ESKOD
           LABEL RECORD IS STANDARD
           DATA RECORD IS EOD-KAYIT.
       01 EOD-KAYIT.
           02 EOD-NO                    PIC 9999.
           02 EOD-ADI                   PIC X(30).
       FD ESKBT
           LABEL RECORD IS STANDARD
           DATA RECORD IS EBT-KAYIT.
       01 EBT-KAYIT.
           02 EBT-KEY.
               03 EBT-YIL               PIC 9999.
               03 EBT-AY                PIC 99.
               03 EBT-SEKILNO           PIC 9999.
               03 EBT-DEPONO            PIC 9999.
           02 EBT-TUTAR                 PIC S9(13)V99.
       FD ESKDB
           LABEL RECORD IS STANDARD
           DATA RECORD IS EDB-KAYIT.
       01 EDB-KAYIT.
           02 EDB-NO                    PIC 9(5).
           02 EDB-ADI                   PIC X(40).
           02 EDB-DEPONO                PIC 9999.
           02 EDB-ALIS-TARIH.
               03 EDB-AYIL              PIC 9999.
               03 EDB-AAY               PIC 99.
               03 EDB-AGUN              PIC 99.
           02 EDB-MALIYET               PIC S9(13)V99.
           02 EDB-OMUR-AY               PIC 9(3).
           02 EDB-BIRIKMIS              PIC S9(13)V99.
           02 EDB-DURUM                 PIC X.
           02 EDB-CIKIS-TARIH.
               03 EDB-CYIL              PIC 9999.
               03 EDB-CAY               PIC 99.
               03 EDB-CGUN              PIC 99.
           02 EDB-CIKIS-TUTAR           PIC S9(13)V99.
       FD ESKAM
           LABEL RECORD IS STANDARD
           DATA RECORD IS EAM-KAYIT.
       01 EAM-KAYIT.
           02 EAM-KEY.
               03 EAM-NO                PIC 9(5).
               03 EAM-YIL               PIC 9999.
               03 EAM-AY                PIC 99.
           02 EAM-TUTAR                 PIC S9(13)V99.
       FD ESKPR
           LABEL RECORD IS STANDARD
           DATA RECORD IS EPR-KAYIT.
       01 EPR-KAYIT.
           02 EPR-NO                    PIC 9(4).
           02 EPR-ADI                   PIC X(30).
           02 EPR-GOREVI                PIC X(20).
           02 EPR-AKTIF                 PIC X.
       FD ESKAV
           LABEL RECORD IS STANDARD
           DATA RECORD IS EAV-KAYIT.
       01 EAV-KAYIT.
           02 EAV-KEY.
               03 EAV-NO                PIC 9(4).
               03 EAV-TARIH.
                   04 EAV-YIL           PIC 9999.
                   04 EAV-AY            PIC 99.
                   04 EAV-GUN           PIC 99.
               03 EAV-SIRA              PIC 9(3).
           02 EAV-TIP                   PIC 9.
           02 EAV-TUTAR                 PIC S9(13)V99.
           02 EAV-ACIKLAMA              PIC X(40).
           02 EAV-DEPONO                PIC 9999.
       FD ESKOB
           LABEL RECORD IS STANDARD
           DATA RECORD IS EOB-KAYIT.
       01 EOB-KAYIT.
           02 EOB-KEY.
               03 EOB-TARIH.
                   04 EOB-YIL            PIC 9999.
                   04 EOB-AY             PIC 99.
                   04 EOB-GUN            PIC 99.
               03 EOB-SAAT               PIC 9(08).
               03 EOB-SIRA               PIC 9(05).
           02 EOB-ISLEM                  PIC 9.
           02 EOB-KULLANICI              PIC X(20).
           02 EOB-HESAPNO                PIC X(15).
           02 EOB-DEPONO                 PIC 9999.
           02 EOB-TUTAR                  PIC S9(13)V99.
           02 EOB-ACIKLAMA               PIC X(40).
           02 EOB-DURUM                  PIC X.
           02 EOB-ONAYLAYAN              PIC X(20).
       FD ESKSP
           LABEL RECORD IS STANDARD
           DATA RECORD IS ESP-KAYIT.
       01 ESP-KAYIT.
           02 ESP-EVRAKNO               PIC X(15).
           02 ESP-TARIH.
               03 ESP-YIL                PIC 9999.
               03 ESP-AY                 PIC 99.
               03 ESP-GUN                PIC 99.
           02 ESP-HESAPNO               PIC X(15).
           02 ESP-HESAPADI              PIC X(50).
           02 ESP-YETKILI               PIC X(40).
           02 ESP-TUTAR                 PIC S9(13)V99.
       FD ESKLS
           LABEL RECORD IS STANDARD
           DATA RECORD IS ELS-KAYIT.
       01 ELS-KAYIT.
           02 ELS-KEY.
               03 ELS-KATNO              PIC 9999.
               03 ELS-STNO               PIC X(15).
               03 ELS-SIRA               PIC 9(7).
           02 ELS-SERINO                 PIC X(30).
           02 ELS-DURUM                  PIC X.
           02 ELS-GIRIS-TIP              PIC 99.
           02 ELS-GIRIS-EVRAKNO          PIC X(15).
           02 ELS-GIRIS-TARIH.
               03 ELS-GYIL                PIC 9999.
               03 ELS-GAY                 PIC 99.
               03 ELS-GGUN                PIC 99.
           02 ELS-CIKIS-TIP              PIC 99.
           02 ELS-CIKIS-EVRAKNO          PIC X(15).
           02 ELS-CIKIS-TARIH.
               03 ELS-CYIL                PIC 9999.
               03 ELS-CAY                 PIC 99.
               03 ELS-CGUN                PIC 99.
       FD ESKAN
           LABEL RECORD IS STANDARD
           DATA RECORD IS EAN-KAYIT.
       01 EAN-KAYIT.
           02 EAN-KEY.
               03 EAN-HESAPNO            PIC X(15).
               03 EAN-SIRA               PIC 99.
           02 EAN-KAPSAM                 PIC 9.
           02 EAN-KATNO                  PIC 9999.
           02 EAN-STNO                   PIC X(15).
           02 EAN-TIPI                   PIC X(30).
           02 EAN-ISK1                   PIC 9(3)V99.
           02 EAN-ISK2                   PIC 9(3)V99.
           02 EAN-BITIS.
               03 EAN-BYIL                PIC 9999.
               03 EAN-BAY                 PIC 99.
               03 EAN-BGUN                PIC 99.
       FD ESKAS
           LABEL RECORD IS STANDARD
           DATA RECORD IS EAS-KAYIT.
       01 EAS-KAYIT.
           02 EAS-KEY.
               03 EAS-DEPONO            PIC 9999.
               03 EAS-KOD               PIC X(4).
           02 EAS-HESAPNO               PIC X(15).
           02 EAS-TARIH.
               03 EAS-YIL               PIC 9999.
               03 EAS-AY                PIC 99.
               03 EAS-GUN               PIC 99.
           02 EAS-SAAT                  PIC 9(8).
           02 EAS-SAYI                  PIC 99.
           02 EAS-SATIRI OCCURS 23 TIMES.
               03 EAS-KATNO             PIC 9999.
               03 EAS-STNO              PIC X(15).
               03 EAS-CINSI             PIC X(40).
               03 EAS-ADET              PIC 9(5).
               03 EAS-FIYAT             PIC 9(10)V9999.
               03 EAS-KDV               PIC 9(3)V99.
               03 EAS-ISK1              PIC 9(3)V99.
               03 EAS-ISK2              PIC 9(3)V99.
               03 EAS-OTV               PIC 9(3)V99.
               03 EAS-OTVT              PIC 9(10)V9999.
               03 EAS-KIT               PIC 9.
               03 EAS-DEPOZIT           PIC 9.
       FD ESKKV
           LABEL RECORD IS STANDARD
           DATA RECORD IS EKV-KAYIT.
       01 EKV-KAYIT.
           02 EKV-KEY.
               03 EKV-TARIH.
                   04 EKV-YIL           PIC 9999.
                   04 EKV-AY            PIC 99.
                   04 EKV-GUN           PIC 99.
               03 EKV-SAAT              PIC 9(8).
               03 EKV-SIRA              PIC 9(3).
           02 EKV-HESAPNO               PIC X(15).
           02 EKV-KULLANICI             PIC X(20).
           02 EKV-MOD                   PIC 9.
           02 EKV-IMZA                  PIC 9(9).
       WORKING-STORAGE SECTION.
       01 IS-DEGIS.
           02 F                 PIC 99.
           MOVE WCB TO NESTED-WCB (1).
           DISPLAY NESTED-WCB (1)
              LINE 1 POSITION 1 CONTROL 'WINDOW-CREATE'.
           PERFORM VARYING CIZ FROM 3 BY 1 UNTIL CIZ > 28
                DISPLAY '|' LINE CIZ POSITION 1
                 CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'
                 SPACES SIZE 68 '|'
           DISPLAY SPACES LINE 2 POSITION 1
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE' SIZE 70
              ' DOSYA DUZENI DONUSUMU ' LINE 2 POSITION 2.
           DISPLAY SPACES LINE 30 POSITION 1
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE' SIZE 120
              ' ESC ' 'CIKIS' REVERSE.
           MOVE 4 TO SATIR.
           PERFORM SEVK-DONUSTUR THRU SEVK-DONUSTUR-SON.
           PERFORM SATINDET-DONUSTUR THRU SATINDET-DONUSTUR-SON.
           PERFORM AYAR-DONUSTUR THRU AYAR-DONUSTUR-SON.
           PERFORM KURLAR-DONUSTUR THRU KURLAR-DONUSTUR-SON.
           PERFORM USERS-DONUSTUR THRU USERS-DONUSTUR-SON.
           PERFORM KASA-DONUSTUR THRU KASA-DONUSTUR-SON.
           PERFORM YEVMIYE-DONUSTUR THRU YEVMIYE-DONUSTUR-SON.
           PERFORM ODEME-DONUSTUR THRU ODEME-DONUSTUR-SON.
           PERFORM BUTCE-DONUSTUR THRU BUTCE-DONUSTUR-SON.
           PERFORM DEMIRBAS-DONUSTUR THRU DEMIRBAS-DONUSTUR-SON.
           PERFORM AMORTI-DONUSTUR THRU AMORTI-DONUSTUR-SON.
           PERFORM PERSONEL-DONUSTUR THRU PERSONEL-DONUSTUR-SON.
           PERFORM AVANS-DONUSTUR THRU AVANS-DONUSTUR-SON.
           PERFORM ONAYBEK-DONUSTUR THRU ONAYBEK-DONUSTUR-SON.
           PERFORM SIPARIS-DONUSTUR THRU SIPARIS-DONUSTUR-SON.
           PERFORM LOTSER-DONUSTUR THRU LOTSER-DONUSTUR-SON.
           PERFORM ANLASMA-DONUSTUR THRU ANLASMA-DONUSTUR-SON.
           PERFORM ASKISAT-DONUSTUR THRU ASKISAT-DONUSTUR-SON.
           PERFORM KVKKLOG-DONUSTUR THRU KVKKLOG-DONUSTUR-SON.
           DISPLAY 'DONUSUM TAMAMLANDI' LINE 29 POSITION 2
              CONTROL 'BCOLOR=BLUE, FCOLOR=WHITE'.
       SON-TUS.
           ACCEPT F FROM ESCAPE KEY.
           CLOSE ESKAY AYAR.
           PERFORM SONUC-YAZ THRU SONUC-YAZ-SON.
       AYAR-DONUSTUR-SON.

      * eski kurlarin hepsi elle girilmistir
       KURLAR-DONUSTUR.
           MOVE 'KURLAR  ' TO B-DOSYA.
           OPEN INPUT KURLAR.
           IF ST-KURLAR = '00'
              CLOSE KURLAR
              PERFORM GUNCEL-YAZ THRU GUNCEL-YAZ-SON
              GO KURLAR-DONUSTUR-SON.
           IF ST-KURLAR = '35' GO KURLAR-DONUSTUR-SON.
           MOVE 'cmd /c move /Y DATA\KURLAR.DAT DATA\KURLAR.ESK'
              TO CMD-SATIR.
           CALL 'SYSTEM' USING CMD-SATIR.
           MOVE ZEROS TO SAYAC.
           OPEN INPUT ESKKR.
           IF ST-ESKI NOT = '00' GO KURLAR-DONUSTUR-SON.
           OPEN OUTPUT KURLAR.
       KURLAR-OKU.
           READ ESKKR NEXT AT END GO KURLAR-KAPAT.
           INITIALIZE KR-KAYIT.
           MOVE EKR-KAYIT TO KR-KAYIT(1:LENGTH OF EKR-KAYIT).
           MOVE 'E' TO KR-KAYNAK.
           WRITE KR-KAYIT INVALID KEY CONTINUE.
           ADD 1 TO SAYAC.
           GO KURLAR-OKU.
       KURLAR-KAPAT.
           CLOSE ESKKR KURLAR.
           PERFORM SONUC-YAZ THRU SONUC-YAZ-SON.
       KURLAR-DONUSTUR-SON.

       USERS-DONUSTUR.
           MOVE 'USERS   ' TO B-DOSYA.
           OPEN INPUT USERS.
           IF ST-USERS = '00'
              CLOSE USERS
              PERFORM GUNCEL-YAZ THRU GUNCEL-YAZ-SON
              GO USERS-DONUSTUR-SON.
           IF ST-USERS = '35' GO USERS-DONUSTUR-SON.
           MOVE 'cmd /c move /Y DATA\USERS.DAT DATA\USERS.ESK'
              TO CMD-SATIR.
           CALL 'SYSTEM' USING CMD-SATIR.
           MOVE ZEROS TO SAYAC.
           OPEN INPUT ESKUS.
           IF ST-ESKI NOT = '00' GO USERS-DONUSTUR-SON.
           OPEN OUTPUT USERS.
       USERS-OKU.
           READ ESKUS NEXT AT END GO USERS-KAPAT.
           INITIALIZE US-KAYIT.
           MOVE EUS-KAYIT TO US-KAYIT(1:LENGTH OF EUS-KAYIT).
           WRITE US-KAYIT INVALID KEY CONTINUE.
           ADD 1 TO SAYAC.
           GO USERS-OKU.
       USERS-KAPAT.
           CLOSE ESKUS USERS.
           PERFORM SONUC-YAZ THRU SONUC-YAZ-SON.
       USERS-DONUSTUR-SON.

       KASA-DONUSTUR.
           MOVE 'KASA    ' TO B-DOSYA.
           OPEN INPUT KASA.
           IF ST-KASA = '00'
              CLOSE KASA
              PERFORM GUNCEL-YAZ THRU GUNCEL-YAZ-SON
              GO KASA-DONUSTUR-SON.
           IF ST-KASA = '35' GO KASA-DONUSTUR-SON.
           MOVE 'cmd /c move /Y DATA\KASA.DAT DATA\KASA.ESK'
              TO CMD-SATIR.
           CALL 'SYSTEM' USING CMD-SATIR.
           MOVE ZEROS TO SAYAC.
           OPEN INPUT ESKKS.
           IF ST-ESKI NOT = '00' GO KASA-DONUSTUR-SON.
           OPEN OUTPUT KASA.
       KASA-OKU.
           READ ESKKS NEXT AT END GO KASA-KAPAT.
           INITIALIZE KS-KAYIT.
           MOVE EKS-KAYIT TO KS-KAYIT(1:LENGTH OF EKS-KAYIT).
           WRITE KS-KAYIT INVALID KEY CONTINUE.
           ADD 1 TO SAYAC.
           GO KASA-OKU.
       KASA-KAPAT.
           CLOSE ESKKS KASA.
           PERFORM SONUC-YAZ THRU SONUC-YAZ-SON.
       KASA-DONUSTUR-SON.

       YEVMIYE-DONUSTUR.
           MOVE 'YEVMIYE ' TO B-DOSYA.
           OPEN INPUT YEVMIYE.
           IF ST-YEVMIYE = '00'
              CLOSE YEVMIYE
              PERFORM GUNCEL-YAZ THRU GUNCEL-YAZ-SON
              GO YEVMIYE-DONUSTUR-SON.
           IF ST-YEVMIYE = '35' GO YEVMIYE-DONUSTUR-SON.
           MOVE 'cmd /c move /Y DATA\YEVMIYE.DAT DATA\YEVMIYE.ESK'
              TO CMD-SATIR.
           CALL 'SYSTEM' USING CMD-SATIR.
           MOVE ZEROS TO SAYAC.
           OPEN INPUT ESKYV.
           IF ST-ESKI NOT = '00' GO YEVMIYE-DONUSTUR-SON.
           OPEN OUTPUT YEVMIYE.
       YEVMIYE-OKU.
           READ ESKYV NEXT AT END GO YEVMIYE-KAPAT.
           INITIALIZE YV-KAYIT.
           MOVE EYV-KAYIT TO YV-KAYIT(1:LENGTH OF EYV-KAYIT).
           WRITE YV-KAYIT INVALID KEY CONTINUE.
           ADD 1 TO SAYAC.
           GO YEVMIYE-OKU.
       YEVMIYE-KAPAT.
           CLOSE ESKYV YEVMIYE.
           PERFORM SONUC-YAZ THRU SONUC-YAZ-SON.
       YEVMIYE-DONUSTUR-SON.

       ODEME-DONUSTUR.
           MOVE 'ODEME   ' TO B-DOSYA.
           OPEN INPUT ODEME.
           IF ST-ODEME = '00'
              CLOSE ODEME
              PERFORM GUNCEL-YAZ THRU GUNCEL-YAZ-SON
              GO ODEME-DONUSTUR-SON.
           IF ST-ODEME = '35' GO ODEME-DONUSTUR-SON.
           MOVE 'cmd /c move /Y DATA\ODEME.DAT DATA\ODEME.ESK'
              TO CMD-SATIR.
           CALL 'SYSTEM' USING CMD-SATIR.
           MOVE ZEROS TO SAYAC.
           OPEN INPUT ESKOD.
           IF ST-ESKI NOT = '00' GO ODEME-DONUSTUR-SON.
           OPEN OUTPUT ODEME.
       ODEME-OKU.
           READ ESKOD NEXT AT END GO ODEME-KAPAT.
           INITIALIZE OD-KAYIT.
           MOVE EOD-KAYIT TO OD-KAYIT(1:LENGTH OF EOD-KAYIT).
           WRITE OD-KAYIT INVALID KEY CONTINUE.
           ADD 1 TO SAYAC.
           GO ODEME-OKU.
       ODEME-KAPAT.
           CLOSE ESKOD ODEME.
           PERFORM SONUC-YAZ THRU SONUC-YAZ-SON.
       ODEME-DONUSTUR-SON.

      * masraf merkezi anahtara girdi; eski butce satirlari
      * merkezsiz (0) sayilir. alan kaydigi icin tek tek tasinir
       BUTCE-DONUSTUR.
           MOVE 'BUTCE   ' TO B-DOSYA.
           OPEN INPUT BUTCE.
           IF ST-BUTCE = '00'
              CLOSE BUTCE
              PERFORM GUNCEL-YAZ THRU GUNCEL-YAZ-SON
              GO BUTCE-DONUSTUR-SON.
           IF ST-BUTCE = '35' GO BUTCE-DONUSTUR-SON.
           MOVE 'cmd /c move /Y DATA\BUTCE.DAT DATA\BUTCE.ESK'
              TO CMD-SATIR.
           CALL 'SYSTEM' USING CMD-SATIR.
           MOVE ZEROS TO SAYAC.
           OPEN INPUT ESKBT.
           IF ST-ESKI NOT = '00' GO BUTCE-DONUSTUR-SON.
           OPEN OUTPUT BUTCE.
       BUTCE-OKU.
           READ ESKBT NEXT AT END GO BUTCE-KAPAT.
           INITIALIZE BUT-KAYIT.
           MOVE EBT-YIL TO BUT-YIL.
           MOVE EBT-AY TO BUT-AY.
           MOVE EBT-SEKILNO TO BUT-SEKILNO.
           MOVE EBT-DEPONO TO BUT-DEPONO.
           MOVE ZEROS TO BUT-MMKOD.
           MOVE EBT-TUTAR TO BUT-TUTAR.
           WRITE BUT-KAYIT INVALID KEY CONTINUE.
           ADD 1 TO SAYAC.
           GO BUTCE-OKU.
       BUTCE-KAPAT.
           CLOSE ESKBT BUTCE.
           PERFORM SONUC-YAZ THRU SONUC-YAZ-SON.
       BUTCE-DONUSTUR-SON.

       DEMIRBAS-DONUSTUR.
           MOVE 'DEMIRBAS' TO B-DOSYA.
           OPEN INPUT DEMIRBAS.
           IF ST-DEMIRBAS = '00'
              CLOSE DEMIRBAS
              PERFORM GUNCEL-YAZ THRU GUNCEL-YAZ-SON
              GO DEMIRBAS-DONUSTUR-SON.
           IF ST-DEMIRBAS = '35' GO DEMIRBAS-DONUSTUR-SON.
           MOVE SPACES TO CMD-SATIR.
           STRING 'cmd /c move /Y DATA\DEMIRBAS.DAT '
              'DATA\DEMIRBAS.ESK'
              DELIMITED BY SIZE INTO CMD-SATIR.
           CALL 'SYSTEM' USING CMD-SATIR.
           MOVE ZEROS TO SAYAC.
           OPEN INPUT ESKDB.
           IF ST-ESKI NOT = '00' GO DEMIRBAS-DONUSTUR-SON.
           OPEN OUTPUT DEMIRBAS.
       DEMIRBAS-OKU.
           READ ESKDB NEXT AT END GO DEMIRBAS-KAPAT.
           INITIALIZE DB-KAYIT.
           MOVE EDB-KAYIT TO DB-KAYIT(1:LENGTH OF EDB-KAYIT).
           WRITE DB-KAYIT INVALID KEY CONTINUE.
           ADD 1 TO SAYAC.
           GO DEMIRBAS-OKU.
       DEMIRBAS-KAPAT.
           CLOSE ESKDB DEMIRBAS.
           PERFORM SONUC-YAZ THRU SONUC-YAZ-SON.
       DEMIRBAS-DONUSTUR-SON.

       AMORTI-DONUSTUR.
           MOVE 'AMORTI  ' TO B-DOSYA.
           OPEN INPUT AMORTI.
           IF ST-AMORTI = '00'
              CLOSE AMORTI
              PERFORM GUNCEL-YAZ THRU GUNCEL-YAZ-SON
              GO AMORTI-DONUSTUR-SON.
           IF ST-AMORTI = '35' GO AMORTI-DONUSTUR-SON.
           MOVE 'cmd /c move /Y DATA\AMORTI.DAT DATA\AMORTI.ESK'
              TO CMD-SATIR.
           CALL 'SYSTEM' USING CMD-SATIR.
           MOVE ZEROS TO SAYAC.
           OPEN INPUT ESKAM.
           IF ST-ESKI NOT = '00' GO AMORTI-DONUSTUR-SON.
           OPEN OUTPUT AMORTI.
       AMORTI-OKU.
           READ ESKAM NEXT AT END GO AMORTI-KAPAT.
           INITIALIZE AM-KAYIT.
           MOVE EAM-KAYIT TO AM-KAYIT(1:LENGTH OF EAM-KAYIT).
           WRITE AM-KAYIT INVALID KEY CONTINUE.
           ADD 1 TO SAYAC.
           GO AMORTI-OKU.
       AMORTI-KAPAT.
           CLOSE ESKAM AMORTI.
           PERFORM SONUC-YAZ THRU SONUC-YAZ-SON.
       AMORTI-DONUSTUR-SON.

       PERSONEL-DONUSTUR.
           MOVE 'PERSONEL' TO B-DOSYA.
           OPEN INPUT PERSONEL.
           IF ST-PERSONEL = '00'
              CLOSE PERSONEL
              PERFORM GUNCEL-YAZ THRU GUNCEL-YAZ-SON
              GO PERSONEL-DONUSTUR-SON.
           IF ST-PERSONEL = '35' GO PERSONEL-DONUSTUR-SON.
           MOVE SPACES TO CMD-SATIR.
           STRING 'cmd /c move /Y DATA\PERSONEL.DAT '
              'DATA\PERSONEL.ESK'
              DELIMITED BY SIZE INTO CMD-SATIR.
           CALL 'SYSTEM' USING CMD-SATIR.
           MOVE ZEROS TO SAYAC.
           OPEN INPUT ESKPR.
           IF ST-ESKI NOT = '00' GO PERSONEL-DONUSTUR-SON.
           OPEN OUTPUT PERSONEL.
       PERSONEL-OKU.
           READ ESKPR NEXT AT END GO PERSONEL-KAPAT.
           INITIALIZE PR-KAYIT.
           MOVE EPR-KAYIT TO PR-KAYIT(1:LENGTH OF EPR-KAYIT).
           WRITE PR-KAYIT INVALID KEY CONTINUE.
           ADD 1 TO SAYAC.
           GO PERSONEL-OKU.
       PERSONEL-KAPAT.
           CLOSE ESKPR PERSONEL.
           PERFORM SONUC-YAZ THRU SONUC-YAZ-SON.
       PERSONEL-DONUSTUR-SON.

       AVANS-DONUSTUR.
           MOVE 'AVANS   ' TO B-DOSYA.
           OPEN INPUT AVANS.
           IF ST-AVANS = '00'
              CLOSE AVANS
              PERFORM GUNCEL-YAZ THRU GUNCEL-YAZ-SON
              GO AVANS-DONUSTUR-SON.
           IF ST-AVANS = '35' GO AVANS-DONUSTUR-SON.
           MOVE 'cmd /c move /Y DATA\AVANS.DAT DATA\AVANS.ESK'
              TO CMD-SATIR.
           CALL 'SYSTEM' USING CMD-SATIR.
           MOVE ZEROS TO SAYAC.
           OPEN INPUT ESKAV.
           IF ST-ESKI NOT = '00' GO AVANS-DONUSTUR-SON.
           OPEN OUTPUT AVANS.
       AVANS-OKU.
           READ ESKAV NEXT AT END GO AVANS-KAPAT.
           INITIALIZE AV-KAYIT.
           MOVE EAV-KAYIT TO AV-KAYIT(1:LENGTH OF EAV-KAYIT).
           WRITE AV-KAYIT INVALID KEY CONTINUE.
           ADD 1 TO SAYAC.
           GO AVANS-OKU.
       AVANS-KAPAT.
           CLOSE ESKAV AVANS.
           PERFORM SONUC-YAZ THRU SONUC-YAZ-SON.
       AVANS-DONUSTUR-SON.

       ONAYBEK-DONUSTUR.
           MOVE 'ONAYBEK ' TO B-DOSYA.
           OPEN INPUT ONAYBEK.
           IF ST-ONAYBEK = '00'
              CLOSE ONAYBEK
              PERFORM GUNCEL-YAZ THRU GUNCEL-YAZ-SON
              GO ONAYBEK-DONUSTUR-SON.
           IF ST-ONAYBEK = '35' GO ONAYBEK-DONUSTUR-SON.
           MOVE 'cmd /c move /Y DATA\ONAYBEK.DAT DATA\ONAYBEK.ESK'
              TO CMD-SATIR.
           CALL 'SYSTEM' USING CMD-SATIR.
           MOVE ZEROS TO SAYAC.
           OPEN INPUT ESKOB.
           IF ST-ESKI NOT = '00' GO ONAYBEK-DONUSTUR-SON.
           OPEN OUTPUT ONAYBEK.
       ONAYBEK-OKU.
           READ ESKOB NEXT AT END GO ONAYBEK-KAPAT.
           INITIALIZE OB-KAYIT.
           MOVE EOB-KAYIT TO OB-KAYIT(1:LENGTH OF EOB-KAYIT).
           WRITE OB-KAYIT INVALID KEY CONTINUE.
           ADD 1 TO SAYAC.
           GO ONAYBEK-OKU.
       ONAYBEK-KAPAT.
           CLOSE ESKOB ONAYBEK.
           PERFORM SONUC-YAZ THRU SONUC-YAZ-SON.
       ONAYBEK-DONUSTUR-SON.

       SIPARIS-DONUSTUR.
           MOVE 'SIPARIS ' TO B-DOSYA.
           OPEN INPUT SIPARIS.
           IF ST-SIPARIS = '00'
              CLOSE SIPARIS
              PERFORM GUNCEL-YAZ THRU GUNCEL-YAZ-SON
              GO SIPARIS-DONUSTUR-SON.
           IF ST-SIPARIS = '35' GO SIPARIS-DONUSTUR-SON.
           MOVE 'cmd /c move /Y DATA\SIPARIS.DAT DATA\SIPARIS.ESK'
              TO CMD-SATIR.
           CALL 'SYSTEM' USING CMD-SATIR.
           MOVE ZEROS TO SAYAC.
           OPEN INPUT ESKSP.
           IF ST-ESKI NOT = '00' GO SIPARIS-DONUSTUR-SON.
           OPEN OUTPUT SIPARIS.
       SIPARIS-OKU.
           READ ESKSP NEXT AT END GO SIPARIS-KAPAT.
           INITIALIZE SIP-KAYIT.
           MOVE ESP-KAYIT TO SIP-KAYIT(1:LENGTH OF ESP-KAYIT).
           WRITE SIP-KAYIT INVALID KEY CONTINUE.
           ADD 1 TO SAYAC.
           GO SIPARIS-OKU.
       SIPARIS-KAPAT.
           CLOSE ESKSP SIPARIS.
           PERFORM SONUC-YAZ THRU SONUC-YAZ-SON.
       SIPARIS-DONUSTUR-SON.

       LOTSER-DONUSTUR.
           MOVE 'LOTSER  ' TO B-DOSYA.
           OPEN INPUT LOTSER.
           IF ST-LOTSER = '00'
              CLOSE LOTSER
              PERFORM GUNCEL-YAZ THRU GUNCEL-YAZ-SON
              GO LOTSER-DONUSTUR-SON.
           IF ST-LOTSER = '35' GO LOTSER-DONUSTUR-SON.
           MOVE 'cmd /c move /Y DATA\LOTSER.DAT DATA\LOTSER.ESK'
              TO CMD-SATIR.
           CALL 'SYSTEM' USING CMD-SATIR.
           MOVE ZEROS TO SAYAC.
           OPEN INPUT ESKLS.
           IF ST-ESKI NOT = '00' GO LOTSER-DONUSTUR-SON.
           OPEN OUTPUT LOTSER.
       LOTSER-OKU.
           READ ESKLS NEXT AT END GO LOTSER-KAPAT.
           INITIALIZE LS-KAYIT.
           MOVE ELS-KAYIT TO LS-KAYIT(1:LENGTH OF ELS-KAYIT).
           WRITE LS-KAYIT INVALID KEY CONTINUE.
           ADD 1 TO SAYAC.
           GO LOTSER-OKU.
       LOTSER-KAPAT.
           CLOSE ESKLS LOTSER.
           PERFORM SONUC-YAZ THRU SONUC-YAZ-SON.
       LOTSER-DONUSTUR-SON.

       ANLASMA-DONUSTUR.
           MOVE 'ANLASMA ' TO B-DOSYA.
           OPEN INPUT ANLASMA.
           IF ST-ANLASMA = '00'
              CLOSE ANLASMA
              PERFORM GUNCEL-YAZ THRU GUNCEL-YAZ-SON
              GO ANLASMA-DONUSTUR-SON.
           IF ST-ANLASMA = '35' GO ANLASMA-DONUSTUR-SON.
           MOVE 'cmd /c move /Y DATA\ANLASMA.DAT DATA\ANLASMA.ESK'
              TO CMD-SATIR.
           CALL 'SYSTEM' USING CMD-SATIR.
           MOVE ZEROS TO SAYAC.
           OPEN INPUT ESKAN.
           IF ST-ESKI NOT = '00' GO ANLASMA-DONUSTUR-SON.
           OPEN OUTPUT ANLASMA.
       ANLASMA-OKU.
           READ ESKAN NEXT AT END GO ANLASMA-KAPAT.
           INITIALIZE AN-KAYIT.
           MOVE EAN-KAYIT TO AN-KAYIT(1:LENGTH OF EAN-KAYIT).
           WRITE AN-KAYIT INVALID KEY CONTINUE.
           ADD 1 TO SAYAC.
           GO ANLASMA-OKU.
       ANLASMA-KAPAT.
           CLOSE ESKAN ANLASMA.
           PERFORM SONUC-YAZ THRU SONUC-YAZ-SON.
       ANLASMA-DONUSTUR-SON.

       ASKISAT-DONUSTUR.
           MOVE 'ASKISAT ' TO B-DOSYA.
           OPEN INPUT ASKISAT.
           IF ST-ASKISAT = '00'
              CLOSE ASKISAT
              PERFORM GUNCEL-YAZ THRU GUNCEL-YAZ-SON
              GO ASKISAT-DONUSTUR-SON.
           IF ST-ASKISAT = '35' GO ASKISAT-DONUSTUR-SON.
           MOVE 'cmd /c move /Y DATA\ASKISAT.DAT DATA\ASKISAT.ESK'
              TO CMD-SATIR.
           CALL 'SYSTEM' USING CMD-SATIR.
           MOVE ZEROS TO SAYAC.
           OPEN INPUT ESKAS.
           IF ST-ESKI NOT = '00' GO ASKISAT-DONUSTUR-SON.
           OPEN OUTPUT ASKISAT.
       ASKISAT-OKU.
           READ ESKAS NEXT AT END GO ASKISAT-KAPAT.
           INITIALIZE AS-KAYIT.
           MOVE EAS-KAYIT TO AS-KAYIT(1:LENGTH OF EAS-KAYIT).
           WRITE AS-KAYIT INVALID KEY CONTINUE.
           ADD 1 TO SAYAC.
           GO ASKISAT-OKU.
       ASKISAT-KAPAT.
           CLOSE ESKAS ASKISAT.
           PERFORM SONUC-YAZ THRU SONUC-YAZ-SON.
       ASKISAT-DONUSTUR-SON.

       KVKKLOG-DONUSTUR.
           MOVE 'KVKKLOG ' TO B-DOSYA.
           OPEN INPUT KVKKLOG.
           IF ST-KVKKLOG = '00'
              CLOSE KVKKLOG
              PERFORM GUNCEL-YAZ THRU GUNCEL-YAZ-SON
              GO KVKKLOG-DONUSTUR-SON.
           IF ST-KVKKLOG = '35' GO KVKKLOG-DONUSTUR-SON.
           MOVE 'cmd /c move /Y DATA\KVKKLOG.DAT DATA\KVKKLOG.ESK'
              TO CMD-SATIR.
           CALL 'SYSTEM' USING CMD-SATIR.
           MOVE ZEROS TO SAYAC.
           OPEN INPUT ESKKV.
           IF ST-ESKI NOT = '00' GO KVKKLOG-DONUSTUR-SON.
           OPEN OUTPUT KVKKLOG.
       KVKKLOG-OKU.
           READ ESKKV NEXT AT END GO KVKKLOG-KAPAT.
           INITIALIZE KV-KAYIT.
           MOVE EKV-KAYIT TO KV-KAYIT(1:LENGTH OF EKV-KAYIT).
           WRITE KV-KAYIT INVALID KEY CONTINUE.
           ADD 1 TO SAYAC.
           GO KVKKLOG-OKU.
       KVKKLOG-KAPAT.
           CLOSE ESKKV KVKKLOG.
           PERFORM SONUC-YAZ THRU SONUC-YAZ-SON.
       KVKKLOG-DONUSTUR-SON.

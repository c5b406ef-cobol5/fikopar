       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'PROMOBUL'.
       AUTHOR. FIKRET PIRIM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. RMCOBOL.
       OBJECT-COMPUTER. RMCOBOL.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy 'promosyon.cpy'.
       copy 'stok.cpy'.
       copy 'rfmseg.cpy'.
       DATA DIVISION.
       FILE SECTION.
       copy 'promosyon.cpz'.
       copy 'stok.cpz'.
       copy 'rfmseg.cpz'.
       WORKING-STORAGE SECTION.
       01 PROMO-DEGIS.
           02 J                 PIC 99.
           02 K                 PIC 9.
           02 UYAR              PIC 9.
           02 K-KOD             PIC X(10).
           02 TOP-ADET          PIC 9(9)V999.
           02 VERILEN           PIC 9(9)V999.
           02 SAYILAN           PIC 9(9)V999.
           02 KAT               PIC 9(7).
           02 HAK               PIC 9(9)V999.
           02 M-SEGMENT         PIC 99.
           02 SEG-BAKILDI       PIC 9.
           02 SEG-YIL           PIC 9999.
           02 SEG-AY            PIC 99.
       copy 'status.cpy'.
       LINKAGE SECTION.
       copy 'promo.var'.
      * yeni girilen satirin girdigi ilk gecerli kural aranir
      * (kural numarasi sirasiyla). ayni kurala bagli satirlar
      * toplanir, esik asildiysa:
      *   PRM-URUN    : PRM-ODUL-ADET kadar bedava urun verilir;
      *                 PRM-AYNI 1 ise bedava urun yeni satirin
      *                 kendisidir (4 al 3 ode)
      *   PRM-ISKONTO : PRM-UYGUN isaretli satirlara PRM-YUZDE
      *                 iskonto uygulanir
      * satirlar PRM-KOD ile hangi kuraldan yararlandigini tasir;
      * baska kurala bagli ya da bedava verilmis satir sayilmaz
       PROCEDURE DIVISION USING PRM-ISTEK.
       BASLA.
           MOVE ZEROS TO PRM-SONUC PRM-AYNI PRM-ODUL-KATNO
              PRM-ODUL-ADET PRM-YUZDE.
           MOVE SPACES TO PRM-KURAL PRM-ADI PRM-ODUL-STNO.
           MOVE ZEROS TO SEG-BAKILDI M-SEGMENT.
           IF PRM-YENI = ZEROS OR PRM-YENI > PRM-SATIR-SAYI
              GO BITIR.
           IF PRM-BEDAVA(PRM-YENI) = 1 GO BITIR.
           OPEN INPUT PROMOSYON.
           IF ST-PROMOSYON NOT = '00'
              CLOSE PROMOSYON
              GO BITIR.
           OPEN INPUT STOK.
           MOVE ZEROS TO PM-NO.
           START PROMOSYON KEY IS NOT LESS THAN PM-NO
              INVALID KEY GO KAPAT.
       KURAL-OKU.
           READ PROMOSYON NEXT AT END GO KAPAT.
           IF NOT PM-AKTIF GO KURAL-OKU.
           IF PM-BASTARIH > PRM-TARIH GO KURAL-OKU.
           IF PM-BITTARIH NOT = ZEROS AND PM-BITTARIH < PRM-TARIH
              GO KURAL-OKU.
           IF PM-ESIK = ZEROS GO KURAL-OKU.
           IF PM-SEGMENT NOT = ZEROS
              PERFORM SEGMENT-BUL THRU SEGMENT-BUL-SON
              IF M-SEGMENT NOT = PM-SEGMENT GO KURAL-OKU.
           MOVE SPACES TO K-KOD.
           STRING 'PRM' PM-NO DELIMITED BY SIZE INTO K-KOD.
           IF PRM-KOD(PRM-YENI) NOT = SPACES
              AND PRM-KOD(PRM-YENI) NOT = K-KOD
              GO KURAL-OKU.
           MOVE PRM-YENI TO J.
           PERFORM SART-UYAR THRU SART-UYAR-SON.
           IF UYAR = ZEROS GO KURAL-OKU.
           MOVE ZEROS TO TOP-ADET VERILEN.
           PERFORM VARYING J FROM 1 BY 1 UNTIL J > PRM-SATIR-SAYI
              PERFORM SATIR-TOPLA THRU SATIR-TOPLA-SON
           END-PERFORM.
           IF PM-INDIRIM GO KURAL-INDIRIM.
           IF NOT PM-BEDAVA GO KURAL-OKU.
      * bedava urun: hak edilen adetten daha once verilen dusulur.
      * ayni urun veriliyorsa bedava adetler de esige sayilir
           MOVE TOP-ADET TO SAYILAN.
           IF PM-ODUL-STNO = SPACES ADD VERILEN TO SAYILAN.
           DIVIDE SAYILAN BY PM-ESIK GIVING KAT.
           IF NOT PM-TEKRARLI AND KAT > 1 MOVE 1 TO KAT.
           COMPUTE HAK = KAT * PM-ODUL-ADET.
           IF HAK NOT > VERILEN GO KURAL-OKU.
           COMPUTE PRM-ODUL-ADET = HAK - VERILEN.
           IF PM-ODUL-STNO = SPACES
              MOVE 1 TO PRM-AYNI
              MOVE PRM-KATNO(PRM-YENI) TO PRM-ODUL-KATNO
              MOVE PRM-STNO(PRM-YENI) TO PRM-ODUL-STNO
           ELSE
              MOVE PM-ODUL-KATNO TO PRM-ODUL-KATNO
              MOVE PM-ODUL-STNO TO PRM-ODUL-STNO
           END-IF.
           MOVE 1 TO PRM-SONUC.
           GO KURAL-BULUNDU.
       KURAL-INDIRIM.
           IF TOP-ADET < PM-ESIK GO KURAL-OKU.
           IF PM-YUZDE = ZEROS GO KURAL-OKU.
           MOVE PM-YUZDE TO PRM-YUZDE.
           MOVE 2 TO PRM-SONUC.
       KURAL-BULUNDU.
           MOVE K-KOD TO PRM-KURAL.
           MOVE PM-ADI TO PRM-ADI.
       KAPAT.
           CLOSE PROMOSYON STOK.
       BITIR.
           EXIT PROGRAM.
           STOP RUN.

      * kurala uyan satirlarin adedi toplanir, uyanlar isaretlenir
       SATIR-TOPLA.
           MOVE ZEROS TO PRM-UYGUN(J).
           IF PRM-BEDAVA(J) = 1
              IF PRM-KOD(J) = K-KOD ADD PRM-ADET(J) TO VERILEN
              END-IF
              GO SATIR-TOPLA-SON.
           IF PRM-KOD(J) NOT = SPACES AND PRM-KOD(J) NOT = K-KOD
              GO SATIR-TOPLA-SON.
           PERFORM SART-UYAR THRU SART-UYAR-SON.
           IF UYAR = ZEROS GO SATIR-TOPLA-SON.
           ADD PRM-ADET(J) TO TOP-ADET.
           MOVE 1 TO PRM-UYGUN(J).
       SATIR-TOPLA-SON.

      * kosul stok kodu, marka ya da tip olabilir; katalog
      * verilmisse o katalogla sinirlidir
       SART-UYAR.
           MOVE ZEROS TO UYAR.
           MOVE PRM-KATNO(J) TO ST-KATNO.
           MOVE PRM-STNO(J) TO ST-STNO.
           READ STOK INVALID KEY INITIALIZE ST-KAYIT.
           PERFORM VARYING K FROM 1 BY 1 UNTIL K > 5 OR UYAR = 1
              PERFORM SART-BAK THRU SART-BAK-SON
           END-PERFORM.
       SART-UYAR-SON.

       SART-BAK.
           IF PM-S-TUR(K) = SPACES OR PM-S-DEGER(K) = SPACES
              GO SART-BAK-SON.
           IF PM-S-KATNO(K) NOT = ZEROS
              AND PM-S-KATNO(K) NOT = PRM-KATNO(J)
              GO SART-BAK-SON.
           IF PM-S-STOK(K) AND PM-S-DEGER(K) = PRM-STNO(J)
              MOVE 1 TO UYAR.
           IF PM-S-MARKA(K) AND PM-S-DEGER(K) = ST-MARKA
              MOVE 1 TO UYAR.
           IF PM-S-TIPI(K) AND PM-S-DEGER(K) = ST-TIPI
              MOVE 1 TO UYAR.
       SART-BAK-SON.

      * segmentli kurallar icin musterinin RFM segmenti bir kez
      * okunur - bu ay henuz hesaplanmadiysa gecen ayinki gecer
       SEGMENT-BUL.
           IF SEG-BAKILDI = 1 GO SEGMENT-BUL-SON.
           MOVE 1 TO SEG-BAKILDI.
           IF PRM-HESAPNO = SPACES GO SEGMENT-BUL-SON.
           OPEN INPUT RFMSEG.
           IF ST-RFMSEG NOT = '00'
              CLOSE RFMSEG
              GO SEGMENT-BUL-SON.
           MOVE PRM-YIL TO RF-YIL.
           MOVE PRM-AY TO RF-AY.
           MOVE PRM-HESAPNO TO RF-HESAPNO.
           READ RFMSEG INVALID KEY GO SEGMENT-BUL-ONCEKI.
           MOVE RF-SEGMENT TO M-SEGMENT.
           GO SEGMENT-BUL-KAPAT.
       SEGMENT-BUL-ONCEKI.
           IF PRM-AY = 1
              COMPUTE SEG-YIL = PRM-YIL - 1
              MOVE 12 TO SEG-AY
           ELSE
              MOVE PRM-YIL TO SEG-YIL
              COMPUTE SEG-AY = PRM-AY - 1
           END-IF.
           MOVE SEG-YIL TO RF-YIL.
           MOVE SEG-AY TO RF-AY.
           MOVE PRM-HESAPNO TO RF-HESAPNO.
           READ RFMSEG INVALID KEY GO SEGMENT-BUL-KAPAT.
           MOVE RF-SEGMENT TO M-SEGMENT.
       SEGMENT-BUL-KAPAT.
           CLOSE RFMSEG.
       SEGMENT-BUL-SON.

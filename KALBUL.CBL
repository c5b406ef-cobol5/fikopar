       IDENTIFICATION DIVISION.
       PROGRAM-ID. 'KALBUL'.
       AUTHOR. FIKRET PIRIM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. RMCOBOL.
       OBJECT-COMPUTER. RMCOBOL.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy 'kalite.cpy'.
       DATA DIVISION.
       FILE SECTION.
       copy 'kalite.cpz'.
       WORKING-STORAGE SECTION.
       copy 'status.cpy'.
       LINKAGE SECTION.
       77 G-KATNO          PIC 9999.
       77 G-STNO           PIC X(15).
       77 G-DEPONO         PIC 9999.
       77 G-KONTROL        PIC S9(12)V9999.
       77 G-RED            PIC S9(12)V9999.
      * kalite kontrolunde bekleyen ve reddedilip iadesi beklenen
      * miktarlar - depo 0 tum depolar demektir
       PROCEDURE DIVISION USING G-KATNO G-STNO G-DEPONO G-KONTROL
           G-RED.
       BASLA.
           MOVE ZEROS TO G-KONTROL G-RED.
           OPEN INPUT KALITE.
           IF ST-KALITE NOT = '00' GO BITIR.
           MOVE G-KATNO TO KK-KATNO.
           MOVE G-STNO TO KK-STNO.
           MOVE G-DEPONO TO KK-DEPONO.
           START KALITE KEY IS NOT LESS THAN KK-STOK
              INVALID KEY CLOSE KALITE GO BITIR.
       OKU.
           READ KALITE NEXT AT END CLOSE KALITE GO BITIR.
           IF KK-KATNO NOT = G-KATNO OR KK-STNO NOT = G-STNO
              CLOSE KALITE GO BITIR.
           IF G-DEPONO NOT = ZEROS AND KK-DEPONO NOT = G-DEPONO
              CLOSE KALITE GO BITIR.
           IF KK-TAMAM GO OKU.
           COMPUTE G-KONTROL = G-KONTROL + KK-ADET - KK-SERBEST
              - KK-RED.
           COMPUTE G-RED = G-RED + KK-RED - KK-IADE.
           GO OKU.
       BITIR.
           EXIT PROGRAM.
           STOP RUN.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       copy 'sipdet.cpy'.
       copy 'stok.cpy'.
       DATA DIVISION.
       FILE SECTION.
       copy 'sipdet.cpz'.
       copy 'stok.cpz'.
       WORKING-STORAGE SECTION.
       copy 'status.cpy'.
       LINKAGE SECTION.
       77 G-DEPONO         PIC 9999.
       77 G-REZERV         PIC S9(12)V9999.
      * acik siparis satirlarinin teslim edilmemis miktari o
      * stok icin rezerve sayilir - depo 0 tum depolar demektir.
      * hizmet kalemi rezerve edilmez
       PROCEDURE DIVISION USING G-KATNO G-STNO G-DEPONO G-REZERV.
       BASLA.
           MOVE ZEROS TO G-REZERV.
           OPEN INPUT STOK.
           MOVE G-KATNO TO ST-KATNO.
           MOVE G-STNO TO ST-STNO.
           READ STOK
              NOT INVALID KEY
                 IF ST-HIZMET CLOSE STOK GO BITIR END-IF
           END-READ.
           CLOSE STOK.
           OPEN INPUT SIPDET.
           MOVE G-KATNO TO SD-KATNO.
           MOVE G-STNO TO SD-STNO.

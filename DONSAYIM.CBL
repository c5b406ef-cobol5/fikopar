           MOVE SYP-KATNO TO ST-KATNO.
           MOVE SYP-STNO TO ST-STNO.
           READ STOK INVALID KEY GO LISTE-OKU.
           IF ST-HIZMET GO LISTE-OKU.
           PERFORM SAYIM-AC THRU SAYIM-AC-SON.
           MOVE SPACES TO CSV-SATIR.
           STRING SYP-KATNO ';' SYP-STNO ';' SYP-DEPONO ';'

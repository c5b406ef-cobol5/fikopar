           MOVE SY-KATNO TO ST-KATNO.
           MOVE SY-STNO TO ST-STNO.
           READ STOK INVALID KEY GO SAYIM-VARYANS-OKU.
           IF ST-HIZMET GO SAYIM-VARYANS-OKU.
           IF ST-BAKIYE-YIL NOT = E-YIL GO SAYIM-VARYANS-OKU.
           COMPUTE VR-FARK = SY-ADET - ST-BAKIYE.
           IF VR-FARK NOT = ZEROS

           02 ST-SONFIYAT       PIC XX.
           02 ST-PUAN           PIC XX.
           02 ST-PUANLOG        PIC XX.
           02 ST-ISEMRI         PIC XX.
           02 ST-ISEMDET        PIC XX.
           02 ST-LASOTEL        PIC XX.
           02 ST-BAKKURAL       PIC XX.
           02 ST-BAKIMHAT       PIC XX.
           02 ST-EFKUL          PIC XX.
           02 ST-EARSIV         PIC XX.
           02 ST-EDEFLOG        PIC XX.
           02 ST-ITHDOS         PIC XX.
           02 ST-ITHDET         PIC XX.
           02 ST-KAYIPSAT       PIC XX.
           02 ST-SATKABUL       PIC XX.
           02 ST-EKSMUT         PIC XX.
           02 ST-TEMINAT        PIC XX.
           02 ST-SIPAVANS       PIC XX.
           02 ST-HEDIYE         PIC XX.
           02 ST-HEDIYEHR       PIC XX.
           02 ST-PROMOSYON      PIC XX.
           02 ST-KANAL          PIC XX.
           02 ST-KANHAK         PIC XX.
           02 ST-PLSIP          PIC XX.
           02 ST-PLLOG          PIC XX.
           02 ST-SEYYAR         PIC XX.
           02 ST-SEYGUN         PIC XX.
           02 ST-SBTRF          PIC XX.
           02 ST-MVDAGIT        PIC XX.
           02 ST-SQLBAG         PIC XX.
           02 ST-SQLKUYRUK      PIC XX.
           02 ST-JURNAL         PIC XX.
           02 ST-GIRISLOG       PIC XX.
           02 ST-CAKISMA        PIC XX.
           02 ST-ERISGOZ        PIC XX.
           02 ST-KILITLER       PIC XX.
           02 ST-MESAJLAR       PIC XX.
           02 ST-MSJGRUP        PIC XX.
           02 ST-TAKVIM         PIC XX.
           02 ST-EKSILOG        PIC XX.
           02 ST-STOKAY         PIC XX.
           02 ST-RFMSEG         PIC XX.
           02 ST-MASMER         PIC XX.
           02 ST-GIDPLAN        PIC XX.
           02 ST-GIDAY          PIC XX.
           02 ST-BKREDI         PIC XX.
           02 ST-BKTAKSIT       PIC XX.
           02 ST-BORDPAR        PIC XX.
           02 ST-BORDRO         PIC XX.
           02 ST-CKARNE         PIC XX.
           02 ST-CKYAPRAK       PIC XX.
           02 ST-KALITE         PIC XX.
           02 ST-ICTALEP        PIC XX.
           02 ST-MLKATMAN       PIC XX.
           02 ST-MLTUKET        PIC XX.
           02 ST-HASAR          PIC XX.
           02 ST-HASDET         PIC XX.
           02 ST-FILO           PIC XX.
           02 ST-FILOHAR        PIC XX.
           02 ST-ISKONTO        PIC XX.
           02 ST-ISKDET         PIC XX.
           02 ST-FIRE           PIC XX.
           02 ST-TEMPFILE       PIC XX.
       01 TEMP-DOSYA.
           02 FILLER        PIC X(16) VALUE 'C:\WINDOWS\TEMP\'.

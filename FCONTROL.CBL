       copy 'kapodeme.cpy'.
       copy 'sonfiyat.cpy'.
       copy 'puan.cpy'.
       copy 'isemri.cpy'.
       copy 'lasotel.cpy'.
       copy 'bakkural.cpy'.
       copy 'bakimhat.cpy'.
       copy 'efkul.cpy'.
       copy 'earsiv.cpy'.
       copy 'edeflog.cpy'.
       copy 'ithalat.cpy'.
       copy 'kayipsat.cpy'.
       copy 'satkabul.cpy'.
       copy 'eksmut.cpy'.
       copy 'teminat.cpy'.
       copy 'sipavans.cpy'.
       copy 'hediye.cpy'.
       copy 'hediyehr.cpy'.
       copy 'promosyon.cpy'.
       copy 'kanal.cpy'.
       copy 'kanhak.cpy'.
       copy 'plsip.cpy'.
       copy 'pllog.cpy'.
       copy 'seyyar.cpy'.
       copy 'seygun.cpy'.
       copy 'mvdagit.cpy'.
       copy 'sqlbag.cpy'.
       copy 'sqlkuyr.cpy'.
       copy 'girislog.cpy'.
       copy 'cakisma.cpy'.
       copy 'erisgoz.cpy'.
       copy 'kilit.cpy'.
       copy 'mesaj.cpy'.
       copy 'msjgrup.cpy'.
       copy 'takvim.cpy'.
       copy 'eksilog.cpy'.
       copy 'stokay.cpy'.
       copy 'rfmseg.cpy'.
       copy 'masmer.cpy'.
       copy 'gidplan.cpy'.
       copy 'bkredi.cpy'.
       copy 'bordro.cpy'.
       copy 'ckarne.cpy'.
       copy 'kalite.cpy'.
       copy 'ictalep.cpy'.
       copy 'mlkatman.cpy'.
       copy 'mltuket.cpy'.
       copy 'hasar.cpy'.
       copy 'filo.cpy'.
       copy 'iskonto.cpy'.
       copy 'fire.cpy'.
       DATA DIVISION.
       FILE SECTION.
       copy 'ayar.cpz'.
       copy 'kapodeme.cpz'.
       copy 'sonfiyat.cpz'.
       copy 'puan.cpz'.
       copy 'isemri.cpz'.
       copy 'lasotel.cpz'.
       copy 'bakkural.cpz'.
       copy 'bakimhat.cpz'.
       copy 'efkul.cpz'.
       copy 'earsiv.cpz'.
       copy 'edeflog.cpz'.
       copy 'ithalat.cpz'.
       copy 'kayipsat.cpz'.
       copy 'satkabul.cpz'.
       copy 'eksmut.cpz'.
       copy 'teminat.cpz'.
       copy 'sipavans.cpz'.
       copy 'hediye.cpz'.
       copy 'hediyehr.cpz'.
       copy 'promosyon.cpz'.
       copy 'kanal.cpz'.
       copy 'kanhak.cpz'.
       copy 'plsip.cpz'.
       copy 'pllog.cpz'.
       copy 'seyyar.cpz'.
       copy 'seygun.cpz'.
       copy 'mvdagit.cpz'.
       copy 'sqlbag.cpz'.
       copy 'sqlkuyr.cpz'.
       copy 'girislog.cpz'.
       copy 'cakisma.cpz'.
       copy 'erisgoz.cpz'.
       copy 'kilit.cpz'.
       copy 'mesaj.cpz'.
       copy 'msjgrup.cpz'.
       copy 'takvim.cpz'.
       copy 'eksilog.cpz'.
       copy 'stokay.cpz'.
       copy 'rfmseg.cpz'.
       copy 'masmer.cpz'.
       copy 'gidplan.cpz'.
       copy 'bkredi.cpz'.
       copy 'bordro.cpz'.
       copy 'ckarne.cpz'.
       copy 'kalite.cpz'.
       copy 'ictalep.cpz'.
       copy 'mlkatman.cpz'.
       copy 'mltuket.cpz'.
       copy 'hasar.cpz'.
       copy 'filo.cpz'.
       copy 'iskonto.cpz'.
       copy 'fire.cpz'.
       WORKING-STORAGE SECTION.
       01 TARIH.
           02 YIL       PIC 9999.
            DEMIRBAS AMORTI PERSONEL AVANS KONSIGN MARJ MARJLOG
            MUSPARCA MUSARAC MUHMAP AKTARLOG KVKKLOG ASKISAT
            BUTCE GERITAK DEPOZIT NAKTRF CARBAKIY NIYET CIROPRIM
            ICRA KAPODEME SONFIYAT PUAN PUANLOG ISEMRI ISEMDET LASOTEL
            BAKKURAL BAKIMHAT EFKUL EARSIV EDEFLOG ITHDOS ITHDET
            KAYIPSAT SATKABUL EKSMUT TEMINAT SIPAVANS HEDIYE HEDIYEHR
            PROMOSYON KANAL KANHAK PLSIP PLLOG SEYYAR SEYGUN MVDAGIT
            SQLBAG SQLKUYRUK GIRISLOG CAKISMA ERISGOZ KILITLER MESAJLAR
            MSJGRUP TAKVIM EKSILOG STOKAY RFMSEG MASMER GIDPLAN GIDAY
            BKREDI BKTAKSIT BORDPAR BORDRO CKARNE CKYAPRAK KALITE
            ICTALEP MLKATMAN MLTUKET HASAR HASDET FILO FILOHAR
            ISKONTO ISKDET FIRE.
       I-O-AYAR-ERROR-ROUTINE.
           IF ST-CARHAR = '35' OPEN OUTPUT CARHAR CLOSE CARHAR.
           IF ST-AYAR = '35' OPEN OUTPUT AYAR
                                 CLOSE SONFIYAT.
           IF ST-PUAN = '35' OPEN OUTPUT PUAN CLOSE PUAN.
           IF ST-PUANLOG = '35' OPEN OUTPUT PUANLOG CLOSE PUANLOG.
           IF ST-ISEMRI = '35' OPEN OUTPUT ISEMRI CLOSE ISEMRI.
           IF ST-ISEMDET = '35' OPEN OUTPUT ISEMDET CLOSE ISEMDET.
           IF ST-LASOTEL = '35' OPEN OUTPUT LASOTEL CLOSE LASOTEL.
           IF ST-BAKKURAL = '35' OPEN OUTPUT BAKKURAL CLOSE BAKKURAL.
           IF ST-BAKIMHAT = '35' OPEN OUTPUT BAKIMHAT CLOSE BAKIMHAT.
           IF ST-EFKUL = '35' OPEN OUTPUT EFKUL CLOSE EFKUL.
           IF ST-EARSIV = '35' OPEN OUTPUT EARSIV CLOSE EARSIV.
           IF ST-EDEFLOG = '35' OPEN OUTPUT EDEFLOG CLOSE EDEFLOG.
           IF ST-ITHDOS = '35' OPEN OUTPUT ITHDOS CLOSE ITHDOS.
           IF ST-ITHDET = '35' OPEN OUTPUT ITHDET CLOSE ITHDET.
           IF ST-KAYIPSAT = '35' OPEN OUTPUT KAYIPSAT CLOSE KAYIPSAT.
           IF ST-SATKABUL = '35' OPEN OUTPUT SATKABUL CLOSE SATKABUL.
           IF ST-EKSMUT = '35' OPEN OUTPUT EKSMUT CLOSE EKSMUT.
           IF ST-TEMINAT = '35' OPEN OUTPUT TEMINAT CLOSE TEMINAT.
           IF ST-SIPAVANS = '35' OPEN OUTPUT SIPAVANS CLOSE SIPAVANS.
           IF ST-HEDIYE = '35' OPEN OUTPUT HEDIYE CLOSE HEDIYE.
           IF ST-HEDIYEHR = '35' OPEN OUTPUT HEDIYEHR CLOSE HEDIYEHR.
           IF ST-PROMOSYON = '35' OPEN OUTPUT PROMOSYON CLOSE PROMOSYON.
           IF ST-KANAL = '35' OPEN OUTPUT KANAL CLOSE KANAL.
           IF ST-KANHAK = '35' OPEN OUTPUT KANHAK CLOSE KANHAK.
           IF ST-PLSIP = '35' OPEN OUTPUT PLSIP CLOSE PLSIP.
           IF ST-PLLOG = '35' OPEN OUTPUT PLLOG CLOSE PLLOG.
           IF ST-SEYYAR = '35' OPEN OUTPUT SEYYAR CLOSE SEYYAR.
           IF ST-SEYGUN = '35' OPEN OUTPUT SEYGUN CLOSE SEYGUN.
           IF ST-MVDAGIT = '35' OPEN OUTPUT MVDAGIT CLOSE MVDAGIT.
           IF ST-SQLBAG = '35' OPEN OUTPUT SQLBAG CLOSE SQLBAG.
           IF ST-SQLKUYRUK = '35' OPEN OUTPUT SQLKUYRUK CLOSE SQLKUYRUK.
           IF ST-GIRISLOG = '35' OPEN OUTPUT GIRISLOG CLOSE GIRISLOG.
           IF ST-CAKISMA = '35' OPEN OUTPUT CAKISMA CLOSE CAKISMA.
           IF ST-ERISGOZ = '35' OPEN OUTPUT ERISGOZ CLOSE ERISGOZ.
           IF ST-KILITLER = '35' OPEN OUTPUT KILITLER CLOSE KILITLER.
           IF ST-MESAJLAR = '35' OPEN OUTPUT MESAJLAR CLOSE MESAJLAR.
           IF ST-MSJGRUP = '35' OPEN OUTPUT MSJGRUP CLOSE MSJGRUP.
           IF ST-TAKVIM = '35' OPEN OUTPUT TAKVIM CLOSE TAKVIM.
           IF ST-EKSILOG = '35' OPEN OUTPUT EKSILOG CLOSE EKSILOG.
           IF ST-STOKAY = '35' OPEN OUTPUT STOKAY CLOSE STOKAY.
           IF ST-RFMSEG = '35' OPEN OUTPUT RFMSEG CLOSE RFMSEG.
           IF ST-MASMER = '35' OPEN OUTPUT MASMER CLOSE MASMER.
           IF ST-GIDPLAN = '35' OPEN OUTPUT GIDPLAN CLOSE GIDPLAN.
           IF ST-GIDAY = '35' OPEN OUTPUT GIDAY CLOSE GIDAY.
           IF ST-BKREDI = '35' OPEN OUTPUT BKREDI CLOSE BKREDI.
           IF ST-BKTAKSIT = '35' OPEN OUTPUT BKTAKSIT CLOSE BKTAKSIT.
           IF ST-BORDPAR = '35' OPEN OUTPUT BORDPAR CLOSE BORDPAR.
           IF ST-BORDRO = '35' OPEN OUTPUT BORDRO CLOSE BORDRO.
           IF ST-CKARNE = '35' OPEN OUTPUT CKARNE CLOSE CKARNE.
           IF ST-CKYAPRAK = '35' OPEN OUTPUT CKYAPRAK CLOSE CKYAPRAK.
           IF ST-KALITE = '35' OPEN OUTPUT KALITE CLOSE KALITE.
           IF ST-ICTALEP = '35' OPEN OUTPUT ICTALEP CLOSE ICTALEP.
           IF ST-MLKATMAN = '35' OPEN OUTPUT MLKATMAN CLOSE MLKATMAN.
           IF ST-MLTUKET = '35' OPEN OUTPUT MLTUKET CLOSE MLTUKET.
           IF ST-HASAR = '35' OPEN OUTPUT HASAR CLOSE HASAR.
           IF ST-HASDET = '35' OPEN OUTPUT HASDET CLOSE HASDET.
           IF ST-FILO = '35' OPEN OUTPUT FILO CLOSE FILO.
           IF ST-FILOHAR = '35' OPEN OUTPUT FILOHAR CLOSE FILOHAR.
           IF ST-ISKONTO = '35' OPEN OUTPUT ISKONTO CLOSE ISKONTO.
           IF ST-ISKDET = '35' OPEN OUTPUT ISKDET CLOSE ISKDET.
           IF ST-FIRE = '35' OPEN OUTPUT FIRE CLOSE FIRE.
           IF ST-DTIP = '35' OPEN OUTPUT DTIP
            PERFORM VARYING DTIP-NO FROM 1 BY 1 UNTIL DTIP-NO = 22
            EVALUATE DTIP-NO
           OPEN INPUT SONFIYAT. CLOSE SONFIYAT.
           OPEN INPUT PUAN. CLOSE PUAN.
           OPEN INPUT PUANLOG. CLOSE PUANLOG.
           OPEN INPUT ISEMRI. CLOSE ISEMRI.
           OPEN INPUT ISEMDET. CLOSE ISEMDET.
           OPEN INPUT LASOTEL. CLOSE LASOTEL.
           OPEN INPUT BAKKURAL. CLOSE BAKKURAL.
           OPEN INPUT BAKIMHAT. CLOSE BAKIMHAT.
           OPEN INPUT EFKUL. CLOSE EFKUL.
           OPEN INPUT EARSIV. CLOSE EARSIV.
           OPEN INPUT EDEFLOG. CLOSE EDEFLOG.
           OPEN INPUT ITHDOS. CLOSE ITHDOS.
           OPEN INPUT ITHDET. CLOSE ITHDET.
           OPEN INPUT KAYIPSAT. CLOSE KAYIPSAT.
           OPEN INPUT SATKABUL. CLOSE SATKABUL.
           OPEN INPUT EKSMUT. CLOSE EKSMUT.
           OPEN INPUT TEMINAT. CLOSE TEMINAT.
           OPEN INPUT SIPAVANS. CLOSE SIPAVANS.
           OPEN INPUT HEDIYE. CLOSE HEDIYE.
           OPEN INPUT HEDIYEHR. CLOSE HEDIYEHR.
           OPEN INPUT PROMOSYON. CLOSE PROMOSYON.
           OPEN INPUT KANAL. CLOSE KANAL.
           OPEN INPUT KANHAK. CLOSE KANHAK.
           OPEN INPUT PLSIP. CLOSE PLSIP.
           OPEN INPUT PLLOG. CLOSE PLLOG.
           OPEN INPUT SEYYAR. CLOSE SEYYAR.
           OPEN INPUT SEYGUN. CLOSE SEYGUN.
           OPEN INPUT MVDAGIT. CLOSE MVDAGIT.
           OPEN INPUT SQLBAG. CLOSE SQLBAG.
           OPEN INPUT SQLKUYRUK. CLOSE SQLKUYRUK.
           OPEN INPUT GIRISLOG. CLOSE GIRISLOG.
           OPEN INPUT CAKISMA. CLOSE CAKISMA.
           OPEN INPUT ERISGOZ. CLOSE ERISGOZ.
           OPEN INPUT KILITLER. CLOSE KILITLER.
           OPEN INPUT MESAJLAR. CLOSE MESAJLAR.
           OPEN INPUT MSJGRUP. CLOSE MSJGRUP.
           OPEN INPUT TAKVIM. CLOSE TAKVIM.
           OPEN INPUT EKSILOG. CLOSE EKSILOG.
           OPEN INPUT STOKAY. CLOSE STOKAY.
           OPEN INPUT RFMSEG. CLOSE RFMSEG.
           OPEN INPUT MASMER. CLOSE MASMER.
           OPEN INPUT GIDPLAN. CLOSE GIDPLAN.
           OPEN INPUT GIDAY. CLOSE GIDAY.
           OPEN INPUT BKREDI. CLOSE BKREDI.
           OPEN INPUT BKTAKSIT. CLOSE BKTAKSIT.
           OPEN INPUT BORDPAR. CLOSE BORDPAR.
           OPEN INPUT BORDRO. CLOSE BORDRO.
           OPEN INPUT CKARNE. CLOSE CKARNE.
           OPEN INPUT CKYAPRAK. CLOSE CKYAPRAK.
           OPEN INPUT KALITE. CLOSE KALITE.
           OPEN INPUT ICTALEP. CLOSE ICTALEP.
           OPEN INPUT MLKATMAN. CLOSE MLKATMAN.
           OPEN INPUT MLTUKET. CLOSE MLTUKET.
           OPEN INPUT HASAR. CLOSE HASAR.
           OPEN INPUT HASDET. CLOSE HASDET.
           OPEN INPUT FILO. CLOSE FILO.
           OPEN INPUT FILOHAR. CLOSE FILOHAR.
           OPEN INPUT ISKONTO. CLOSE ISKONTO.
           OPEN INPUT ISKDET. CLOSE ISKDET.
           OPEN INPUT FIRE. CLOSE FIRE.
           EXIT PROGRAM.
           STOP RUN.
	       

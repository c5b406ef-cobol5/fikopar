           READ YAZKUYRUK NEXT AT END GO KUYRUK-ISLE-KAPAT.
           IF YQ-DURUM-TUKENDI GO KUYRUK-ISLE-OKU.
      * etiket isleri (tip 33) kendi dokum dosyasini kullanir ve
      * ETIKET programinca yeniden denenir; lastik oteli fisleri
      * (tip 40) LASOTEL programinca
           IF YQ-TIP = 33 GO KUYRUK-ISLE-OKU.
           IF YQ-TIP = 40 GO KUYRUK-ISLE-OKU.
           PERFORM KUYRUK-DENE THRU KUYRUK-DENE-SON.
           GO KUYRUK-ISLE-OKU.
       KUYRUK-ISLE-KAPAT.

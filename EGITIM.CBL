           02 EH-TEVKIF-PAY             PIC 99.
           02 EH-TEVKIF-PAYDA           PIC 99.
           02 EH-OKC-FISNO              PIC X(20).
           02 EH-FATURA-TURU            PIC X.
           02 EH-ISTISNA-KOD            PIC 9(3).
           02 EH-TESLIM-SART            PIC X(3).
           02 EH-GCB-NO                 PIC X(16).
           02 EH-GCB-TARIH              PIC 9(8).
       FD EGTGOR
           LABEL RECORD IS STANDARD
           DATA RECORD IS EGR-KAYIT.

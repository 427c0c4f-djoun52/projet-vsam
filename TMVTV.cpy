           05 MV-TYPE-VEHIC   PIC X.
           05 MV-TAUX-VEHIC   PIC X(2).
           05 MV-PRM-VEHIC    PIC 9(4)V99.
           05 MV-IMMAT        PIC X(9).

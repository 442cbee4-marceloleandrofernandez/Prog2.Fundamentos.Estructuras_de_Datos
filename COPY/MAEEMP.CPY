          02 MCA     PIC 9(08).
          02 MAN     PIC X(30).
          02 MSB     PIC 9(05).
          02 MLO     PIC 9(02).
          02 MTEL    PIC X(10).
          02 MANT    PIC 9(02).
          02 MSE     PIC 9(1).

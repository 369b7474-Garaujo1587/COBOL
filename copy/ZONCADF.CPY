      *----------------------------------------------------------------
      *    ZONCADF - FD AND RECORD FOR THE DELIVERY-ZONE TABLE.
      *    ONE RECORD PER CEP RANGE, FIRST TO LAST COD INCLUSIVE,
      *    WHOLLY INSIDE THE UFCAD RANGE OF ZON-UF. ZON-PRAZO IS THE
      *    DELIVERY LEAD TIME IN DAYS.
      *----------------------------------------------------------------
       FD  ZONCAD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "ZONCAD.DAT".
       01  REGZON.
           03  ZON-COD-INI       PIC 9(08).
           03  ZON-COD-FIM       PIC 9(08).
           03  ZON-UF            PIC X(02).
           03  ZON-ZONA          PIC X(04).
           03  ZON-TRANSPORTADORA PIC X(20).
           03  ZON-PRAZO         PIC 9(03).

      *    REPLACEMENT CODE - ZERO WHEN NONE WAS ANNOUNCED - SO THE
      *    CALLER CAN REDIRECT INSTEAD OF HOLDING THE ORDER
           03  LNK-SUCESSOR       PIC 9(08).
      *    THE PROGRAM MAKING THE LOOKUP (ITS PROGRAM-ID). A LOOKUP
      *    THAT DOES NOT END 00 IS WRITTEN TO THE DEMAND LOG (SEE
      *    CADDEMF) UNDER THIS NAME, SO WE CAN TELL WHICH ORDER-ENTRY
      *    SCREENS STILL SEND CODES WE DO NOT HOLD OR CORREIOS RETIRED.
      *    ADDED AT THE END LIKE LNK-TIPO.
           03  LNK-PROGRAMA       PIC X(08).

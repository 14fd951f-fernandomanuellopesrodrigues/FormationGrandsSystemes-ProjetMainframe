           02  M-OPT6C    PICTURE X.
           02  M-OPT6O  PIC X(40).
           02  FILLER PICTURE X(3).
           02  M-OPT7C    PICTURE X.
           02  M-OPT7O  PIC X(40).
           02  FILLER PICTURE X(3).
           02  M-OPT8C    PICTURE X.
           02  M-OPT8O  PIC X(40).
           02  FILLER PICTURE X(3).
           02  M-OPT9C    PICTURE X.
           02  M-OPT9O  PIC X(40).
           02  FILLER PICTURE X(3).
           02  M-OPTAC    PICTURE X.
           02  M-OPTAO  PIC X(40).
           02  FILLER PICTURE X(3).
           02  M-OPTBC    PICTURE X.
           02  M-OPTBO  PIC X(40).
           02  FILLER PICTURE X(3).
           02  M-OPTCC    PICTURE X.
           02  M-OPTCO  PIC X(40).
           02  FILLER PICTURE X(3).
           02  M-MSGC    PICTURE X.
           02  M-MSGO  PIC X(78).

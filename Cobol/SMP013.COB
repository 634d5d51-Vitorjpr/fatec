           03 JRN-PROGRAMA       PIC X(08) VALUE "SMP013".
           03 JRN-ARQUIVO        PIC X(10) VALUE SPACES.
           03 JRN-OPER           PIC X(01) VALUE SPACES.
           03 JRN-IMAGEM         PIC X(200) VALUE SPACES.
       01 W-ERR-PARM.
           03 ERR-PROGRAMA       PIC X(08) VALUE "SMP013".
           03 ERR-ARQUIVO        PIC X(10) VALUE SPACES.

           03 JR-PROGRAMA           PIC X(08).
           03 JR-ARQUIVO            PIC X(10).
           03 JR-OPER               PIC X(01).
           03 JR-IMAGEM             PIC X(200).

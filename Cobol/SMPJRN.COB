           03 LK-PROGRAMA        PIC X(08).
           03 LK-ARQUIVO         PIC X(10).
           03 LK-OPER            PIC X(01).
           03 LK-IMAGEM          PIC X(200).
      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING LK-JRNL.
       INICIO.

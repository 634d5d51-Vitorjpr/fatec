           " DOS MOVIMENTOS                           -".

       01  CABECALHO-3.
           05  FILLER                 PIC X(036) VALUE
           "- ARQUIVO CHAVE DO REGISTRO         ".
           05  FILLER                 PIC X(025) VALUE
           "PROBLEMA           VALOR".
           05  FILLER                 PIC X(039) VALUE
           "                                      -".

       01  DETALHE-DADOS.
           05  FILLER                 PIC X(002) VALUE
           05  DET-ARQUIVO VALUE SPACES PIC X(008).
           05  FILLER                 PIC X(001) VALUE
           " ".
           05  DET-CHAVE  VALUE SPACES PIC X(026).
           05  FILLER                 PIC X(001) VALUE
           " ".
           05  DET-TIPO   VALUE SPACES PIC X(018).
           05  FILLER                 PIC X(001) VALUE
           " ".
           05  DET-VALOR  VALUE ZEROS  PIC 9(008).
           05  FILLER                 PIC X(035) VALUE
           "                                  -".

       01  LINHA-TOTAL.
           05  FILLER                 PIC X(002) VALUE

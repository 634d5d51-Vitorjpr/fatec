           03 W-REF-ANO     PIC 9(04).
           03 W-REF-MES     PIC 9(02).
           03 W-REF-DIA     PIC 9(02).
       01 W-TROCA-ITEM      PIC X(58) VALUE SPACES.
       01 W-HORA-SPLIT.
           03 W-HORA-HH     PIC 9(02).
           03 W-HORA-MM     PIC 9(02).
               05 TB-CID        PIC 9(04).
               05 TB-STATUS     PIC X(01).
               05 TB-UNID       PIC 9(02).
               05 TB-ENC        PIC X(01).
               05 TB-MOTENC     PIC X(30).
               05 FILLER        PIC X(02).
       01 W-NOME-AGDIA.
           05 FILLER           PIC X(07) VALUE "AGDIARL".
           05 W-DATA-AGDIA     PIC 9(08).
           05  DD-HH     VALUE ZEROS  PIC 9(002).
           05  FILLER                 PIC X(001) VALUE ":".
           05  DD-MM     VALUE ZEROS  PIC 9(002).
           05  DD-ENC    VALUE SPACES PIC X(001).
           05  DD-PACIEN VALUE SPACES PIC X(030).
           05  FILLER                 PIC X(001) VALUE " ".
           05  DD-IDADE  VALUE ZEROS  PIC ZZ9.
           05  DD-UNID   VALUE ZEROS  PIC 9(002).
           05  FILLER                 PIC X(001) VALUE
           "-".
      *----- ENCAIXE: LINHA LOGO ABAIXO DO PACIENTE COM O MOTIVO
       01  DET-ENC.
           05  FILLER                 PIC X(008) VALUE "-      ".
           05  FILLER                 PIC X(020) VALUE
           "E = ENCAIXE. MOTIVO:".
           05  FILLER                 PIC X(001) VALUE " ".
           05  DE-MOTIVO VALUE SPACES PIC X(030).
           05  FILLER                 PIC X(041) VALUE
           "                                        -".
      *-----------------------------------------------------------------
       SCREEN SECTION.
       01  SMT048.
               PERFORM AVISA-ERRO THRU AVISA-ERRO-FIM
               GO TO ROT-FIM.
           MOVE W-DATA-REF TO AG-DATA.
           MOVE ZEROS      TO AG-CRM AG-PCODIGO AG-HORA.
           MOVE SPACES     TO AG-CRM-UF.
           START CADAGEN KEY IS NOT LESS AG-CHAVE
               INVALID KEY
           MOVE AG-CID     TO TB-CID (W-TOT).
           MOVE AG-STATUS  TO TB-STATUS (W-TOT).
           MOVE AG-UNIDADE TO TB-UNID (W-TOT).
           MOVE AG-ENCAIXE TO TB-ENC (W-TOT).
           MOVE AG-MOT-ENCAIXE TO TB-MOTENC (W-TOT).
           GO TO GERAR-LER.
       GERAR-FIM-CARGA.
           CLOSE CADAGEN.
               MOVE SPACES TO DD-CONV.
           PERFORM BUSCA-ULT-CID THRU BUSCA-ULT-CID-FIM.
           MOVE TB-UNID (W-I) TO DD-UNID.
           MOVE SPACES TO DD-ENC.
           IF TB-ENC (W-I) = "S"
               MOVE "E" TO DD-ENC.
           WRITE REGAGDIA FROM DET-DIA.
           IF TB-ENC (W-I) = "S"
               MOVE TB-MOTENC (W-I) TO DE-MOTIVO
               WRITE REGAGDIA FROM DET-ENC.
       MONTA-DETALHE-FIM.
           EXIT.
      *--------------------[ IDADE NA DATA DE REFERENCIA ]-------------

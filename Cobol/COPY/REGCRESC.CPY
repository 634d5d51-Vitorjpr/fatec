      *-----------------------------------------------------------------
      * LAYOUT PADRAO DAS CURVAS DE CRESCIMENTO DA OMS
      * (CADCRESC.DAT). UMA LINHA POR SEXO / INDICADOR / MES DE
      * IDADE, COM OS PERCENTIS DA CURVA DE REFERENCIA:
      *   CR-SEXO  : M / F (MESMO CODIGO DO P-SEXO)
      *   CR-INDIC : P = PESO PARA IDADE      (KG)
      *              E = ESTATURA PARA IDADE  (CM)
      *              I = IMC PARA IDADE       (KG/M2)
      *   CR-MES   : IDADE EM MESES COMPLETOS (0 A 228)
      * FAIXAS DE PERCENTIL DEVOLVIDAS PELO SMPCRC:
      *   0 = ABAIXO DO P3   1 = P3 A P15   2 = P15 A P50
      *   3 = P50 A P85      4 = P85 A P97  5 = ACIMA DO P97
      * CARGA PELO SMP136 (ARQUIVO DA OMS) OU A MAO NO SMP135.
      *-----------------------------------------------------------------
       01 REGCRESC.
           03 CR-CHAVE.
               05 CR-SEXO           PIC X(01).
               05 CR-INDIC          PIC X(01).
               05 CR-MES            PIC 9(03).
           03 CR-P03                PIC 9(03)V99.
           03 CR-P15                PIC 9(03)V99.
           03 CR-P50                PIC 9(03)V99.
           03 CR-P85                PIC 9(03)V99.
           03 CR-P97                PIC 9(03)V99.
           03 CR-STATUS             PIC X(01).
           03 CR-DTCADASTRO         PIC 9(08).
           03 CR-HRCADASTRO         PIC 9(08).

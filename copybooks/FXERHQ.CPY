      ******************************************************************
      * Copybook.....: FXERHQ.CPY
      * Purpose......: layout do registro do extrato do quadro de
      *                pessoal entregue pelo RH/folha (arquivo
      *                RHQUADRO), conferido contra o cadastro mestre
      *                POPMSTR por POPRHCON. Um registro por
      *                empregado, com os mesmos campos de cadastro do
      *                mestre (data de nascimento, sexo, departamento e
      *                filial) e a situacao na folha: ativo (A, ou em
      *                branco nos extratos que nao a informam) ou
      *                desligado (D). Desligado conta como ausente do
      *                quadro. O arquivo deve chegar classificado por
      *                matricula.
      * Modification History:
      ******************************************************************
       01  FXE-REGISTRO-QUADRO.
           05 FXE-RHQ-MATRICULA       PIC 9(006).
           05 FXE-RHQ-DATA-NASC       PIC 9(008).
           05 FXE-RHQ-SEXO            PIC X(001).
           05 FXE-RHQ-DEPARTAMENTO    PIC X(010).
           05 FXE-RHQ-FILIAL          PIC X(003).
           05 FXE-RHQ-SITUACAO        PIC X(001).
              88 FXE-RHQ-ATIVO                 VALUE "A" " ".
              88 FXE-RHQ-DESLIGADO             VALUE "D".
           05 FILLER                  PIC X(051).

      ******************************************************************
      * Visao alfanumerica do registro, para checar matricula e data
      * de nascimento numericas antes de usa-las.
      ******************************************************************
       01  FXE-REGISTRO-QUADRO-ALFA REDEFINES FXE-REGISTRO-QUADRO.
           05 FXE-RHQ-MATRICULA-ALFA  PIC X(006).
           05 FXE-RHQ-DATA-NASC-ALFA  PIC X(008).
           05 FILLER                  PIC X(066).

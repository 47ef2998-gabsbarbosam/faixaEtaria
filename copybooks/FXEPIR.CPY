      ******************************************************************
      * Copybook.....: FXEPIR.CPY
      * Purpose......: layout do registro de estatistica demografica
      *                gravado em PIRAEST a cada execucao do POPPIRAM,
      *                acumulado mes a mes: um registro por faixa de 5
      *                anos da piramide (tipo P, com homens e
      *                mulheres), um por departamento (tipo D), um por
      *                filial (tipo F) e um do total (tipo T), todos
      *                carimbados com a data de referencia. Media e
      *                mediana com uma decimal; percentual acima de 55
      *                anos sobre a quantidade do grupo. Nos registros
      *                de tipo P so quantidade, homens e mulheres vem
      *                preenchidos.
      * Modification History:
      ******************************************************************
       01  FXE-REGISTRO-ESTATISTICA.
           05 FXE-PIR-DATA-REF        PIC X(008).
           05 FXE-PIR-TIPO            PIC X(001).
              88 FXE-PIR-FAIXA-PIRAMIDE        VALUE "P".
              88 FXE-PIR-DEPARTAMENTO          VALUE "D".
              88 FXE-PIR-FILIAL                VALUE "F".
              88 FXE-PIR-TOTAL                 VALUE "T".
           05 FXE-PIR-CHAVE           PIC X(010).
           05 FXE-PIR-QTDE            PIC 9(007).
           05 FXE-PIR-QTDE-MASC       PIC 9(007).
           05 FXE-PIR-QTDE-FEM        PIC 9(007).
           05 FXE-PIR-IDADE-MEDIA     PIC 9(003)V9(01).
           05 FXE-PIR-IDADE-MEDIANA   PIC 9(003)V9(01).
           05 FXE-PIR-IDADE-MINIMA    PIC 9(003).
           05 FXE-PIR-IDADE-MAXIMA    PIC 9(003).
           05 FXE-PIR-QTDE-ACIMA-55   PIC 9(007).
           05 FXE-PIR-PCT-ACIMA-55    PIC 9(003)V9(01).
           05 FILLER                  PIC X(015).

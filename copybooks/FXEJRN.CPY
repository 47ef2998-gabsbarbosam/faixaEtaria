      *                (retomar do primeiro movimento nao aplicado) ou
      *                BACKOUT (desfazer pelas imagens anteriores ate
      *                o mestre pre-execucao).
      *                Os tipos N/M/R jornalizam o cadastro de
      *                dependentes (DEPMSTR): a matricula e a do
      *                titular e as imagens estao no layout FXEDEP. A
      *                exclusao de um titular remove tambem os seus
      *                dependentes, cada um jornalizado como "R" com a
      *                mesma sequencia do movimento "D" que o causou.
      * Modification History:
      ******************************************************************
       01  FXE-REGISTRO-JORNAL.
              88 FXE-JRN-INCLUSAO              VALUE "I".
              88 FXE-JRN-ALTERACAO             VALUE "A".
              88 FXE-JRN-EXCLUSAO              VALUE "D".
              88 FXE-JRN-INC-DEPENDENTE        VALUE "N".
              88 FXE-JRN-ALT-DEPENDENTE        VALUE "M".
              88 FXE-JRN-EXC-DEPENDENTE        VALUE "R".
              88 FXE-JRN-DEPENDENTE            VALUE "N" "M" "R".
              88 FXE-JRN-MOVIMENTO             VALUE "I" "A" "D"
                                                     "N" "M" "R".
              88 FXE-JRN-ABERTURA              VALUE "B".
              88 FXE-JRN-ENCERRAMENTO          VALUE "F".
           05 FXE-JRN-MATRICULA       PIC 9(006).

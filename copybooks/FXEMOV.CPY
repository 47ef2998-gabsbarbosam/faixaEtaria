      *                FXE-REGISTRO-ENTRADA (POPULIN), para que o
      *                sistema de origem monte o movimento copiando o
      *                registro que ja sabe montar.
      *                Os tipos N/M/R movimentam o cadastro de
      *                dependentes (DEPMSTR): os dados vem no layout de
      *                FXE-REGISTRO-DEPENDENTE (FXEDEP), com a matricula
      *                do titular na mesma posicao da matricula do
      *                titular nos tipos I/A/D.
      * Modification History:
      ******************************************************************
       01  FXE-REGISTRO-MOVIMENTO.
              88 FXE-MOV-INCLUSAO              VALUE "I".
              88 FXE-MOV-ALTERACAO             VALUE "A".
              88 FXE-MOV-EXCLUSAO              VALUE "D".
              88 FXE-MOV-INC-DEPENDENTE        VALUE "N".
              88 FXE-MOV-ALT-DEPENDENTE        VALUE "M".
              88 FXE-MOV-EXC-DEPENDENTE        VALUE "R".
              88 FXE-MOV-DEPENDENTE            VALUE "N" "M" "R".
           05 FXE-MOV-DADOS.
              10 FXE-MOV-MATRICULA    PIC 9(006).
              10 FXE-MOV-IDADE        PIC 9(003).
              10 FXE-MOV-DATA-NASC    PIC 9(008).
              10 FXE-MOV-FILIAL       PIC X(003).
              10 FILLER               PIC X(049).
           05 FXE-MOV-DADOS-DEPENDENTE REDEFINES FXE-MOV-DADOS.
              10 FXE-MOV-DEP-MATRICULA  PIC 9(006).
              10 FXE-MOV-DEP-SEQUENCIA  PIC 9(002).
              10 FXE-MOV-DEP-IDADE      PIC 9(003).
              10 FXE-MOV-DEP-PARENTESCO PIC X(001).
              10 FXE-MOV-DEP-SEXO       PIC X(001).
              10 FXE-MOV-DEP-DATA-NASC  PIC 9(008).
              10 FILLER                 PIC X(059).

      ******************************************************************
      * Visao alfanumerica do movimento, usada para checar se a
      * matricula veio numerica antes de usa-la como chave do mestre
      * (um movimento com lixo na chave nao deve abendar o job); a
      * sequencia do dependente so tem sentido nos tipos N/M/R.
      ******************************************************************
       01  FXE-REGISTRO-MOVIMENTO-ALFA
              REDEFINES FXE-REGISTRO-MOVIMENTO.
           05 FILLER                  PIC X(001).
           05 FXE-MOV-MATRICULA-ALFA  PIC X(006).
           05 FXE-MOV-DEP-SEQUENCIA-ALFA PIC X(002).
           05 FILLER                  PIC X(072).

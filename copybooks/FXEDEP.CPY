      ******************************************************************
      * Copybook.....: FXEDEP.CPY
      * Purpose......: layout do registro do cadastro de dependentes
      *                (DEPMSTR), chaveado por matricula do titular +
      *                sequencia do dependente dentro da familia.
      *                Mantido por POPMANUT a partir dos movimentos de
      *                dependente de MOVIMENT (N/M/R, ver FXEMOV) e lido
      *                por FAIXAETARIA logo apos cada titular, para que
      *                o dependente seja classificado e faturado sob a
      *                matricula do titular. A idade segue a mesma regra
      *                do titular: derivada da data de nascimento quando
      *                ela e valida, e a idade digitada como reserva.
      * Modification History:
      ******************************************************************
       01  FXE-REGISTRO-DEPENDENTE.
           05 FXE-DEP-CHAVE.
              10 FXE-DEP-MATRICULA    PIC 9(006).
              10 FXE-DEP-SEQUENCIA    PIC 9(002).
           05 FXE-DEP-IDADE           PIC 9(003).
           05 FXE-DEP-PARENTESCO      PIC X(001).
              88 FXE-DEP-CONJUGE               VALUE "C".
              88 FXE-DEP-FILHO                 VALUE "F".
              88 FXE-DEP-OUTRO                 VALUE "O".
              88 FXE-DEP-PARENTESCO-VALIDO     VALUE "C" "F" "O".
           05 FXE-DEP-SEXO            PIC X(001).
           05 FXE-DEP-DATA-NASC       PIC 9(008).
           05 FILLER                  PIC X(059).

      ******************************************************************
      * Visao alfanumerica do dependente, para checar idade e data de
      * nascimento antes de usa-las em calculo (um cadastro com lixo
      * nesses campos nao deve abendar a classificacao).
      ******************************************************************
       01  FXE-REGISTRO-DEPENDENTE-ALFA
              REDEFINES FXE-REGISTRO-DEPENDENTE.
           05 FILLER                  PIC X(008).
           05 FXE-DEP-IDADE-ALFA      PIC X(003).
           05 FILLER                  PIC X(002).
           05 FXE-DEP-DATA-NASC-ALFA  PIC X(008).
           05 FILLER                  PIC X(059).

      *          Responde "quem mudou a filial desta pessoa no mes
      *          passado, e qual era o valor antes" direto no
      *          mainframe, em minutos em vez de horas.
      *          Os lancamentos do cadastro de dependentes (N/M/R) saem
      *          sob a matricula do titular, com a sequencia e o
      *          parentesco do dependente na coluna do departamento.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05 WS-IMG-FILIAL           PIC X(003).
           05 FILLER                  PIC X(049).

      ******************************************************************
      * Visao da mesma imagem no layout do cadastro de dependentes
      * (copybook FXEDEP), usada nos lancamentos N/M/R.
      ******************************************************************
       01  WS-IMAGEM-DEPENDENTE REDEFINES WS-IMAGEM-MESTRE.
           05 WS-IMG-DEP-MATRICULA    PIC X(006).
           05 WS-IMG-DEP-SEQUENCIA    PIC X(002).
           05 WS-IMG-DEP-IDADE        PIC X(003).
           05 WS-IMG-DEP-PARENTESCO   PIC X(001).
           05 WS-IMG-DEP-SEXO         PIC X(001).
           05 WS-IMG-DEP-DATA-NASC    PIC X(008).
           05 FILLER                  PIC X(059).

       01  WS-COL-DEPENDENTE.
           05 FILLER                  PIC X(004) VALUE "DEP ".
           05 WS-COL-DEP-SEQUENCIA    PIC X(002).
           05 FILLER                  PIC X(001) VALUE SPACE.
           05 WS-COL-DEP-PARENTESCO   PIC X(001).
           05 FILLER                  PIC X(002) VALUE SPACES.

       01  WS-LINHA-MOVIMENTO.
           05 WS-JCON-DATA            PIC X(008).
           05 FILLER                  PIC X(002) VALUE SPACES.
                 MOVE "ABERTURA" TO WS-JCON-TIPO-DESC
              WHEN FXE-JRN-ENCERRAMENTO
                 MOVE "ENCERRAMENTO" TO WS-JCON-TIPO-DESC
              WHEN FXE-JRN-INC-DEPENDENTE
                 MOVE "INCL DEPEND." TO WS-JCON-TIPO-DESC
              WHEN FXE-JRN-ALT-DEPENDENTE
                 MOVE "ALTER DEPEND" TO WS-JCON-TIPO-DESC
              WHEN FXE-JRN-EXC-DEPENDENTE
                 MOVE "EXCL DEPEND." TO WS-JCON-TIPO-DESC
              WHEN OTHER
                 MOVE "DESCONHECIDO" TO WS-JCON-TIPO-DESC
           END-EVALUATE.

           MOVE SPACES TO WS-LINHA-IMAGEM.
           MOVE "ANTES.: " TO WS-IMG-ROTULO.
           IF FXE-JRN-INCLUSAO OR FXE-JRN-INC-DEPENDENTE
              MOVE "(INEXISTENTE)" TO WS-IMG-COL-OBS
           ELSE
              MOVE FXE-JRN-ANTES TO WS-IMAGEM-MESTRE

           MOVE SPACES TO WS-LINHA-IMAGEM.
           MOVE "DEPOIS: " TO WS-IMG-ROTULO.
           IF FXE-JRN-EXCLUSAO OR FXE-JRN-EXC-DEPENDENTE
              MOVE "(REMOVIDO)" TO WS-IMG-COL-OBS
           ELSE
              MOVE FXE-JRN-DEPOIS TO WS-IMAGEM-MESTRE
           EXIT.

       3410-MONTA-COLUNAS-IMAGEM.
           IF FXE-JRN-DEPENDENTE
              MOVE WS-IMG-DEP-MATRICULA TO WS-IMG-COL-MATRICULA
              MOVE WS-IMG-DEP-IDADE TO WS-IMG-COL-IDADE
              MOVE WS-IMG-DEP-SEQUENCIA TO WS-COL-DEP-SEQUENCIA
              MOVE WS-IMG-DEP-PARENTESCO TO WS-COL-DEP-PARENTESCO
              MOVE WS-COL-DEPENDENTE TO WS-IMG-COL-DEPTO
              MOVE WS-IMG-DEP-SEXO TO WS-IMG-COL-SEXO
              MOVE WS-IMG-DEP-DATA-NASC TO WS-IMG-COL-NASC
              GO TO 3410-MONTA-COLUNAS-IMAGEM-EXIT
           END-IF.

           MOVE WS-IMG-MATRICULA TO WS-IMG-COL-MATRICULA.
           MOVE WS-IMG-IDADE TO WS-IMG-COL-IDADE.
           MOVE WS-IMG-DEPARTAMENTO TO WS-IMG-COL-DEPTO.

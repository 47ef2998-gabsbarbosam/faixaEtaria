      *          FXEFAT) e o relatorio de custo CUSTORPT totalizado
      *          por faixa, departamento e filial - o departamento vem
      *          de uma leitura por chave no mestre POPMSTR, ja que o
      *          extrato nao o carrega. Dependentes sao precificados
      *          como qualquer pessoa do extrato, sob a matricula (e o
      *          departamento) do titular: o custo por faixa separa
      *          titulares de dependentes e o custo por familia soma
      *          cada matricula. Linha de tarifa cujo codigo
      *          nao casa com nenhuma faixa da tabela viva, faixa sem
      *          tarifa e pessoa sem tarifa aplicavel sao REPORTADAS
      *          (e a execucao termina com RETURN-CODE 4), nunca

      ******************************************************************
      * Ligada por qualquer anomalia de tarifacao - linha de tarifa
      * sem faixa correspondente, faixa sem tarifa, pessoa sem
      * tarifa aplicavel ou extrato fora de ordem de matricula (o
      * custo por familia sairia partido) - para a execucao terminar
      * com RETURN-CODE 4 e o financeiro conferir antes de pagar.
      ******************************************************************
       77  WS-ANOMALIA-TARIFA         PIC X(001) VALUE "N".
           88 WS-HOUVE-ANOMALIA               VALUE "S".
           05 WS-CUS-TAR-ENT OCCURS 20 TIMES.
              10 WS-CUS-TAR-QTDE      PIC 9(007) COMP.
              10 WS-CUS-TAR-VALOR     PIC 9(011)V9(002) COMP-3.
              10 WS-CUS-TAR-QTDE-DEP  PIC 9(007) COMP.
              10 WS-CUS-TAR-VALOR-DEP PIC 9(011)V9(002) COMP-3.

       01  WS-CUSTO-POR-DEPTO.
           05 WS-CUS-DEP-ENT OCCURS 6 TIMES.
       77  WS-CONT-LIDOS              PIC 9(007) COMP VALUE ZERO.
       77  WS-CONT-FATURADOS          PIC 9(007) COMP VALUE ZERO.
       77  WS-CONT-SEM-TARIFA         PIC 9(007) COMP VALUE ZERO.
       77  WS-CONT-FAT-DEPENDENTES    PIC 9(007) COMP VALUE ZERO.
       77  WS-CONT-FAMILIAS           PIC 9(007) COMP VALUE ZERO.
       77  WS-TOTAL-GERAL             PIC 9(011)V9(002) COMP-3
                                      VALUE ZERO.

       77  WS-QTDE-EDITADA            PIC ZZZ,ZZ9.
       77  WS-VALOR-EDITADO           PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

      ******************************************************************
      * Quebra por familia: o extrato chega classificado por matricula
      * + tipo + sequencia (step de SORT da JCL), entao o titular e os
      * seus dependentes sao consecutivos. A familia corrente acumula
      * ate a matricula mudar e sai numa linha do CUSTO POR FAMILIA.
      ******************************************************************
       77  WS-FAMILIA-ABERTA          PIC X(001) VALUE "N".
           88 WS-HA-FAMILIA-ABERTA             VALUE "S".
       77  WS-AVISO-ORDEM             PIC X(001) VALUE "N".
           88 WS-JA-AVISOU-ORDEM               VALUE "S".

       77  WS-FAM-MATRICULA           PIC 9(006) VALUE ZERO.
       77  WS-FAM-QTDE-DEP            PIC 9(003) COMP VALUE ZERO.
       77  WS-FAM-VALOR-TIT           PIC 9(009)V9(002) COMP-3
                                      VALUE ZERO.
       77  WS-FAM-VALOR-DEP           PIC 9(009)V9(002) COMP-3
                                      VALUE ZERO.
       77  WS-FAM-VALOR-TOTAL         PIC 9(009)V9(002) COMP-3
                                      VALUE ZERO.
       77  WS-VALOR-TOTAL-FAIXA       PIC 9(011)V9(002) COMP-3
                                      VALUE ZERO.
       77  WS-QTDE-TOTAL-FAIXA        PIC 9(007) COMP VALUE ZERO.

       01  WS-LINHA-CUSTO.
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 WS-CUS-ROTULO           PIC X(022).
           05 WS-TITULO-CUSTO-TEXTO   PIC X(090).
           05 FILLER                  PIC X(042) VALUE SPACES.

       01  WS-LINHA-CUSTO-FAIXA-CAB.
           05 FILLER                  PIC X(014) VALUE SPACES.
           05 FILLER                  PIC X(007) VALUE "TITULAR".
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 FILLER                  PIC X(014) VALUE " VALOR TITULAR".
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 FILLER                  PIC X(007) VALUE "DEPEND.".
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 FILLER                  PIC X(014) VALUE "  VALOR DEPEND".
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 FILLER                  PIC X(007) VALUE "  VIDAS".
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 FILLER                  PIC X(018)
                                      VALUE "       VALOR TOTAL".
           05 FILLER                  PIC X(041) VALUE SPACES.

       01  WS-LINHA-CUSTO-FAIXA.
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 WS-CFX-ROTULO           PIC X(010).
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 WS-CFX-QTDE-TIT         PIC ZZZ,ZZ9.
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 WS-CFX-VALOR-TIT        PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 WS-CFX-QTDE-DEP         PIC ZZZ,ZZ9.
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 WS-CFX-VALOR-DEP        PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 WS-CFX-QTDE             PIC ZZZ,ZZ9.
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 WS-CFX-VALOR            PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(041) VALUE SPACES.

       01  WS-LINHA-FAMILIA-CAB.
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 FILLER                  PIC X(006) VALUE "MATRIC".
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 FILLER                  PIC X(003) VALUE "DEP".
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 FILLER                  PIC X(014) VALUE " VALOR TITULAR".
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 FILLER                  PIC X(014) VALUE "  VALOR DEPEND".
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 FILLER                  PIC X(018)
                                      VALUE "     VALOR FAMILIA".
           05 FILLER                  PIC X(067) VALUE SPACES.

       01  WS-LINHA-FAMILIA.
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 WS-LFM-MATRICULA        PIC 9(006).
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 WS-LFM-QTDE-DEP         PIC ZZ9.
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 WS-LFM-VALOR-TIT        PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 WS-LFM-VALOR-DEP        PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 WS-LFM-VALOR-FAMILIA    PIC ZZZ,ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(067) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZACAO
       1610-ZERA-TARIFA.
           MOVE ZERO TO WS-CUS-TAR-QTDE (WS-IDX-TRABALHO).
           MOVE ZERO TO WS-CUS-TAR-VALOR (WS-IDX-TRABALHO).
           MOVE ZERO TO WS-CUS-TAR-QTDE-DEP (WS-IDX-TRABALHO).
           MOVE ZERO TO WS-CUS-TAR-VALOR-DEP (WS-IDX-TRABALHO).
       1610-ZERA-TARIFA-EXIT.
           EXIT.

           EXIT.

       3000-PRECIFICA-EXTRATO.
           MOVE SPACES TO WS-LINHA-TITULO-CUSTO.
           MOVE "CUSTO POR FAMILIA" TO WS-TITULO-CUSTO-TEXTO.
           WRITE REG-RELATORIO-CUSTO FROM WS-LINHA-TITULO-CUSTO.
           WRITE REG-RELATORIO-CUSTO FROM WS-LINHA-FAMILIA-CAB.

           PERFORM 3100-LE-PROXIMO-EXTRATO
              THRU 3100-LE-PROXIMO-EXTRATO-EXIT.

           PERFORM 3200-TRATA-PESSOA
              THRU 3200-TRATA-PESSOA-EXIT
              UNTIL WS-FIM-ARQ-EXTRATO.

           IF WS-HA-FAMILIA-ABERTA
              PERFORM 3600-FECHA-FAMILIA
                 THRU 3600-FECHA-FAMILIA-EXIT
           END-IF.
       3000-PRECIFICA-EXTRATO-EXIT.
           EXIT.

       3200-TRATA-PESSOA.
           ADD 1 TO WS-CONT-LIDOS.

           IF WS-HA-FAMILIA-ABERTA
              AND FXE-EXT-MATRICULA NOT = WS-FAM-MATRICULA
              PERFORM 3600-FECHA-FAMILIA
                 THRU 3600-FECHA-FAMILIA-EXIT
           END-IF.
           IF NOT WS-HA-FAMILIA-ABERTA
              PERFORM 3500-ABRE-FAMILIA
                 THRU 3500-ABRE-FAMILIA-EXIT
           END-IF.

           PERFORM 3150-PROCURA-TARIFA
              THRU 3150-PROCURA-TARIFA-EXIT.

           MOVE FXE-EXT-MATRICULA TO FXE-FAT-MATRICULA.
           MOVE FXE-EXT-FAIXA-COD TO FXE-FAT-FAIXA-COD.
           MOVE WS-TARIFA-VALOR (WS-IDX-TARIFA) TO FXE-FAT-VALOR.
           MOVE FXE-EXT-TIPO-BENEF TO FXE-FAT-TIPO-BENEF.
           MOVE FXE-EXT-SEQ-DEPENDENTE TO FXE-FAT-SEQ-DEPENDENTE.
           WRITE REG-FATURA FROM FXE-REGISTRO-FATURA.
           ADD 1 TO WS-CONT-FATURADOS.
       3300-GRAVA-FATURAMENTO-EXIT.
      * total geral fechar com o extrato de faturamento.
      ******************************************************************
       3400-ACUMULA-CUSTOS.
           IF FXE-EXT-DEPENDENTE
              ADD 1 TO WS-CUS-TAR-QTDE-DEP (WS-IDX-TARIFA)
              ADD WS-TARIFA-VALOR (WS-IDX-TARIFA)
                 TO WS-CUS-TAR-VALOR-DEP (WS-IDX-TARIFA)
              ADD 1 TO WS-CONT-FAT-DEPENDENTES
              ADD 1 TO WS-FAM-QTDE-DEP
              ADD WS-TARIFA-VALOR (WS-IDX-TARIFA) TO WS-FAM-VALOR-DEP
           ELSE
              ADD 1 TO WS-CUS-TAR-QTDE (WS-IDX-TARIFA)
              ADD WS-TARIFA-VALOR (WS-IDX-TARIFA)
                 TO WS-CUS-TAR-VALOR (WS-IDX-TARIFA)
              ADD WS-TARIFA-VALOR (WS-IDX-TARIFA) TO WS-FAM-VALOR-TIT
           END-IF.
           ADD WS-TARIFA-VALOR (WS-IDX-TARIFA) TO WS-TOTAL-GERAL.

           MOVE 6 TO WS-IDX-DEPTO.
       3450-LOCALIZA-FILIAL-EXIT.
           EXIT.

      ******************************************************************
      * 3500-ABRE-FAMILIA - comeca a familia da matricula corrente. Uma
      * matricula menor que a da familia anterior indica extrato fora
      * de ordem (JCL sem o step de SORT): a familia sairia partida em
      * duas linhas, entao liga a anomalia, com um unico aviso.
      ******************************************************************
       3500-ABRE-FAMILIA.
           IF FXE-EXT-MATRICULA < WS-FAM-MATRICULA
              AND NOT WS-JA-AVISOU-ORDEM
              SET WS-JA-AVISOU-ORDEM TO TRUE
              SET WS-HOUVE-ANOMALIA TO TRUE
              MOVE SPACES TO WS-LINHA-TITULO-CUSTO
              STRING "ANOMALIA - EXTRATO FORA DE ORDEM DE MATRICULA -"
                 " CUSTO POR FAMILIA PARTIDO"
                 DELIMITED BY SIZE INTO WS-TITULO-CUSTO-TEXTO
              WRITE REG-RELATORIO-CUSTO FROM WS-LINHA-TITULO-CUSTO
           END-IF.

           SET WS-HA-FAMILIA-ABERTA TO TRUE.
           MOVE FXE-EXT-MATRICULA TO WS-FAM-MATRICULA.
           MOVE ZERO TO WS-FAM-QTDE-DEP.
           MOVE ZERO TO WS-FAM-VALOR-TIT.
           MOVE ZERO TO WS-FAM-VALOR-DEP.
       3500-ABRE-FAMILIA-EXIT.
           EXIT.

       3600-FECHA-FAMILIA.
           MOVE SPACES TO WS-LINHA-FAMILIA.
           MOVE WS-FAM-MATRICULA TO WS-LFM-MATRICULA.
           MOVE WS-FAM-QTDE-DEP TO WS-LFM-QTDE-DEP.
           MOVE WS-FAM-VALOR-TIT TO WS-LFM-VALOR-TIT.
           MOVE WS-FAM-VALOR-DEP TO WS-LFM-VALOR-DEP.
           COMPUTE WS-FAM-VALOR-TOTAL =
              WS-FAM-VALOR-TIT + WS-FAM-VALOR-DEP.
           MOVE WS-FAM-VALOR-TOTAL TO WS-LFM-VALOR-FAMILIA.
           WRITE REG-RELATORIO-CUSTO FROM WS-LINHA-FAMILIA.
           ADD 1 TO WS-CONT-FAMILIAS.
           MOVE "N" TO WS-FAMILIA-ABERTA.
       3600-FECHA-FAMILIA-EXIT.
           EXIT.

       7000-IMPRIME-RESUMO-CUSTO.
           MOVE SPACES TO WS-LINHA-TITULO-CUSTO.
           MOVE "CUSTO POR FAIXA" TO WS-TITULO-CUSTO-TEXTO.
           WRITE REG-RELATORIO-CUSTO FROM WS-LINHA-TITULO-CUSTO.
           WRITE REG-RELATORIO-CUSTO FROM WS-LINHA-CUSTO-FAIXA-CAB.

           PERFORM 7100-IMPRIME-LINHA-TARIFA
              THRU 7100-IMPRIME-LINHA-TARIFA-EXIT
           MOVE WS-QTDE-EDITADA TO WS-TITULO-CUSTO-TEXTO (27:7).
           WRITE REG-RELATORIO-CUSTO FROM WS-LINHA-TITULO-CUSTO.

           MOVE SPACES TO WS-LINHA-TITULO-CUSTO.
           MOVE "  DAS QUAIS DEPENDENTES.: " TO WS-TITULO-CUSTO-TEXTO.
           MOVE WS-CONT-FAT-DEPENDENTES TO WS-QTDE-EDITADA.
           MOVE WS-QTDE-EDITADA TO WS-TITULO-CUSTO-TEXTO (27:7).
           WRITE REG-RELATORIO-CUSTO FROM WS-LINHA-TITULO-CUSTO.

           MOVE SPACES TO WS-LINHA-TITULO-CUSTO.
           MOVE "FAMILIAS................: " TO WS-TITULO-CUSTO-TEXTO.
           MOVE WS-CONT-FAMILIAS TO WS-QTDE-EDITADA.
           MOVE WS-QTDE-EDITADA TO WS-TITULO-CUSTO-TEXTO (27:7).
           WRITE REG-RELATORIO-CUSTO FROM WS-LINHA-TITULO-CUSTO.

           MOVE SPACES TO WS-LINHA-TITULO-CUSTO.
           MOVE "PESSOAS SEM TARIFA......: " TO WS-TITULO-CUSTO-TEXTO.
           MOVE WS-CONT-SEM-TARIFA TO WS-QTDE-EDITADA.
           EXIT.

       7100-IMPRIME-LINHA-TARIFA.
           MOVE SPACES TO WS-LINHA-CUSTO-FAIXA.
           MOVE "FAIXA" TO WS-CFX-ROTULO.
           MOVE WS-TARIFA-COD (WS-IDX-TARIFA)
              TO WS-CFX-ROTULO (7:2).
           MOVE WS-CUS-TAR-QTDE (WS-IDX-TARIFA) TO WS-CFX-QTDE-TIT.
           MOVE WS-CUS-TAR-VALOR (WS-IDX-TARIFA) TO WS-CFX-VALOR-TIT.
           MOVE WS-CUS-TAR-QTDE-DEP (WS-IDX-TARIFA) TO WS-CFX-QTDE-DEP.
           MOVE WS-CUS-TAR-VALOR-DEP (WS-IDX-TARIFA)
              TO WS-CFX-VALOR-DEP.
           COMPUTE WS-QTDE-TOTAL-FAIXA =
              WS-CUS-TAR-QTDE (WS-IDX-TARIFA)
              + WS-CUS-TAR-QTDE-DEP (WS-IDX-TARIFA).
           MOVE WS-QTDE-TOTAL-FAIXA TO WS-CFX-QTDE.
           COMPUTE WS-VALOR-TOTAL-FAIXA =
              WS-CUS-TAR-VALOR (WS-IDX-TARIFA)
              + WS-CUS-TAR-VALOR-DEP (WS-IDX-TARIFA).
           MOVE WS-VALOR-TOTAL-FAIXA TO WS-CFX-VALOR.
           WRITE REG-RELATORIO-CUSTO FROM WS-LINHA-CUSTO-FAIXA.
       7100-IMPRIME-LINHA-TARIFA-EXIT.
           EXIT.


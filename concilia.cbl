      *          acrescentados a AUDITLOG na data da execucao, compara
      *          as contagens entre si e contra os totais impressos no
      *          resumo de fechamento do relatorio (TOTAL LIDO e
      *          REGISTROS INVALIDOS, e os do bloco de dependentes),
      *          grava um relatorio de batimento em CONCRPT e
      *          termina com RETURN-CODE diferente de
      *          zero em qualquer divergencia, para que o escalonador
      *          segure a carga do BI em vez de publicar um extrato
      *          incompleto.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-EXECPARM.

           SELECT JOBSTAT ASSIGN TO "JOBSTAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-JOBSTAT.

       DATA DIVISION.
       FILE SECTION.
       FD  RELATSAI
      *   DATA-REF=AAAAMMDD - data da execucao a conciliar na AUDITLOG
      *                       (default: a data do sistema), para rodar
      *                       a conciliacao de uma noite anterior.
      *   JOB=nome / PASSO=nome - identificacao do passo na situacao
      *                       gravada em JOBSTAT.
      ******************************************************************
       FD  EXECPARM
           RECORDING MODE IS F.
       01  REG-PARAMETRO              PIC X(080).

      ******************************************************************
      * JOBSTAT - situacao do passo para a folha da manha (copybook
      * FXESTA), acrescentada ao final da execucao. Sem a DD o passo
      * roda normalmente e so nao registra a situacao.
      ******************************************************************
       FD  JOBSTAT
           RECORDING MODE IS F.
       01  REG-STATUS-JOB             PIC X(100).

       WORKING-STORAGE SECTION.
       77  WS-STATUS-RELATSAI         PIC X(002) VALUE SPACES.
       77  WS-STATUS-EXTRATO          PIC X(002) VALUE SPACES.
       77  WS-STATUS-AUDITLOG         PIC X(002) VALUE SPACES.
       77  WS-STATUS-CONCRPT          PIC X(002) VALUE SPACES.
       77  WS-STATUS-EXECPARM         PIC X(002) VALUE SPACES.
       77  WS-STATUS-JOBSTAT          PIC X(002) VALUE SPACES.

       77  WS-FIM-RELATSAI            PIC X(001) VALUE "N".
           88 WS-FIM-ARQ-RELATSAI              VALUE "S".
      * ate o titulo do resumo; RESUMO captura os totais impressos ate
      * o titulo da matriz; CABECALHO pula a linha de cabecalho da
      * matriz; MATRIZ pula as linhas da matriz - o titulo do
      * cruzamento por filial e o de titular/dependente reabrem um
      * ciclo CABECALHO/MATRIZ - ate
      * encontrar uma linha que comeca com dois espacos, a primeira
      * linha de detalhe do bloco seguinte (as linhas das matrizes tem
      * a descricao da faixa na coluna 1), ou o titulo do resumo do
           88 WS-ESTADO-CABECALHO              VALUE "C".
           88 WS-ESTADO-MATRIZ                 VALUE "M".

      ******************************************************************
      * Liga dentro do cruzamento titular/dependente, o unico bloco de
      * matriz que tem totais a capturar (coluna DEPEND., a partir da
      * coluna 30); desliga quando a varredura sai da matriz.
      ******************************************************************
       77  WS-BLOCO-DEPENDENTES       PIC X(001) VALUE "N".
           88 WS-NO-BLOCO-DEPENDENTES          VALUE "S".

      ******************************************************************
      * Contagens independentes desta conciliacao e totais capturados
      * do resumo impresso. Os totais de resumo sao somados bloco a
      ******************************************************************
       77  WS-CONT-DETALHES           PIC 9(007) COMP VALUE ZERO.
       77  WS-CONT-EXTRATO            PIC 9(007) COMP VALUE ZERO.
       77  WS-CONT-EXTRATO-DEP        PIC 9(007) COMP VALUE ZERO.
       77  WS-CONT-AUD-VALIDOS        PIC 9(007) COMP VALUE ZERO.
       77  WS-CONT-AUD-INVALIDOS      PIC 9(007) COMP VALUE ZERO.
       77  WS-TOT-LIDO-RESUMO         PIC 9(007) COMP VALUE ZERO.
       77  WS-TOT-INVAL-RESUMO        PIC 9(007) COMP VALUE ZERO.
       77  WS-TOT-DEP-LIDO-RESUMO     PIC 9(007) COMP VALUE ZERO.
       77  WS-TOT-DEP-INVAL-RESUMO    PIC 9(007) COMP VALUE ZERO.
       77  WS-QTDE-DIVERGENCIAS       PIC 9(002) COMP VALUE ZERO.

      ******************************************************************
      * Situacao do passo (copybook FXESTA): job e passo dos cartoes
      * JOB=/PASSO=, inicio carimbado na partida.
      ******************************************************************
       COPY FXESTA.

      ******************************************************************
      * Desedicao das quantidades impressas no resumo (PIC ZZZ,ZZ9):
      * 8100-DESEDITA-QUANTIDADE percorre o campo editado caractere a
           PERFORM 8000-FINALIZACAO
              THRU 8000-FINALIZACAO-EXIT.

           PERFORM 8900-GRAVA-SITUACAO-PASSO
              THRU 8900-GRAVA-SITUACAO-PASSO-EXIT.

           STOP RUN.

      ******************************************************************
      * abertura e fatal: conciliar sem um dos lados nao prova nada.
      ******************************************************************
       1000-INICIALIZACAO.
           MOVE SPACES TO FXE-REGISTRO-STATUS.
           ACCEPT FXE-STA-DATA-INI FROM DATE YYYYMMDD.
           ACCEPT FXE-STA-HORA-INI FROM TIME.

           ACCEPT WS-DATA-CONCILIADA FROM DATE YYYYMMDD.

           PERFORM 1400-LE-PARAMETROS
                       DISPLAY "CARTAO DATA-REF IGNORADO - DATA NAO"
                          " NUMERICA: " REG-PARAMETRO (10:8)
                    END-IF
                 WHEN REG-PARAMETRO (1:4) = "JOB="
                    MOVE REG-PARAMETRO (5:8) TO FXE-STA-JOB
                 WHEN REG-PARAMETRO (1:6) = "PASSO="
                    MOVE REG-PARAMETRO (7:8) TO FXE-STA-PASSO
                 WHEN REG-PARAMETRO = SPACES
                    CONTINUE
                 WHEN OTHER
                    WHEN REG-RELATORIO (1:33) =
                       "CRUZAMENTO FAIXA ETARIA X FILIAL "
                       SET WS-ESTADO-CABECALHO TO TRUE
                    WHEN REG-RELATORIO (1:44) =
                       "CRUZAMENTO FAIXA ETARIA X TITULAR/DEPENDENTE"
                       SET WS-ESTADO-CABECALHO TO TRUE
                       SET WS-NO-BLOCO-DEPENDENTES TO TRUE
                    WHEN REG-RELATORIO (1:40) =
                       "RESUMO DA CLASSIFICACAO POR FAIXA ETARIA"
                       SET WS-ESTADO-RESUMO TO TRUE
                       MOVE "N" TO WS-BLOCO-DEPENDENTES
                    WHEN REG-RELATORIO (1:2) = SPACES
                       AND REG-RELATORIO NOT = SPACES
                       SET WS-ESTADO-DETALHE TO TRUE
                       MOVE "N" TO WS-BLOCO-DEPENDENTES
                       ADD 1 TO WS-CONT-DETALHES
                    WHEN WS-NO-BLOCO-DEPENDENTES
                       PERFORM 3400-CAPTURA-TOTAL-DEPENDENTE
                          THRU 3400-CAPTURA-TOTAL-DEPENDENTE-EXIT
                 END-EVALUATE
           END-EVALUATE.

       3300-CAPTURA-TOTAL-RESUMO-EXIT.
           EXIT.

      ******************************************************************
      * 3400-CAPTURA-TOTAL-DEPENDENTE - no cruzamento titular/
      * dependente, soma a coluna DEPEND. (coluna 30, apos a descricao
      * de 20 posicoes e a coluna TITULAR) das linhas TOTAL LIDO e
      * REGISTROS INVALIDOS. Os totais de titulares ja vem do resumo.
      ******************************************************************
       3400-CAPTURA-TOTAL-DEPENDENTE.
           EVALUATE TRUE
              WHEN REG-RELATORIO (1:20) = "TOTAL LIDO"
                 MOVE REG-RELATORIO (30:7) TO WS-CAMPO-EDITADO
                 PERFORM 8100-DESEDITA-QUANTIDADE
                    THRU 8100-DESEDITA-QUANTIDADE-EXIT
                 ADD WS-QTDE-DESEDITADA TO WS-TOT-DEP-LIDO-RESUMO
              WHEN REG-RELATORIO (1:20) = "REGISTROS INVALIDOS"
                 MOVE REG-RELATORIO (30:7) TO WS-CAMPO-EDITADO
                 PERFORM 8100-DESEDITA-QUANTIDADE
                    THRU 8100-DESEDITA-QUANTIDADE-EXIT
                 ADD WS-QTDE-DESEDITADA TO WS-TOT-DEP-INVAL-RESUMO
           END-EVALUATE.
       3400-CAPTURA-TOTAL-DEPENDENTE-EXIT.
           EXIT.

       4000-CONTA-EXTRATO.
           PERFORM 4100-LE-PROXIMO-EXTRATO
              THRU 4100-LE-PROXIMO-EXTRATO-EXIT
              AT END
                 SET WS-FIM-ARQ-EXTRATO TO TRUE
              NOT AT END
                 IF REG-EXTRATO (43:1) = "D"
                    ADD 1 TO WS-CONT-EXTRATO-DEP
                 ELSE
                    ADD 1 TO WS-CONT-EXTRATO
                 END-IF
           END-READ.
       4100-LE-PROXIMO-EXTRATO-EXIT.
           EXIT.
           MOVE WS-CONT-EXTRATO TO WS-VALOR-COMPARADO-A.
           COMPUTE WS-VALOR-COMPARADO-B =
              WS-TOT-LIDO-RESUMO - WS-TOT-INVAL-RESUMO.
           MOVE "REGISTROS EXTRATO TITULARES X VALIDOS DO RESUMO"
              TO WS-DESC-COMPARACAO.
           PERFORM 6100-GRAVA-COMPARACAO
              THRU 6100-GRAVA-COMPARACAO-EXIT.

           MOVE WS-CONT-EXTRATO-DEP TO WS-VALOR-COMPARADO-A.
           COMPUTE WS-VALOR-COMPARADO-B =
              WS-TOT-DEP-LIDO-RESUMO - WS-TOT-DEP-INVAL-RESUMO.
           MOVE "EXTRATO DEPENDENTES X DEPENDENTES VALIDOS RESUMO"
              TO WS-DESC-COMPARACAO.
           PERFORM 6100-GRAVA-COMPARACAO
              THRU 6100-GRAVA-COMPARACAO-EXIT.
       8000-FINALIZACAO-EXIT.
           EXIT.

      ******************************************************************
      * 8900-GRAVA-SITUACAO-PASSO - acrescenta em JOBSTAT a situacao
      * do passo com o RETURN-CODE ja apurado, para a folha de
      * situacao da manha (EXECSTAT): registros de EXTRATO recontados
      * (titulares e dependentes) e divergencias do batimento. Sem a
      * DD JOBSTAT nada e gravado; uma falha de gravacao so e
      * avisada.
      ******************************************************************
       8900-GRAVA-SITUACAO-PASSO.
           OPEN EXTEND JOBSTAT.
           IF WS-STATUS-JOBSTAT NOT = "00"
              GO TO 8900-GRAVA-SITUACAO-PASSO-EXIT
           END-IF.

           MOVE "CONCILIA" TO FXE-STA-PROGRAMA.
           ACCEPT FXE-STA-DATA-FIM FROM DATE YYYYMMDD.
           ACCEPT FXE-STA-HORA-FIM FROM TIME.
           COMPUTE FXE-STA-QTDE-LIDOS =
              WS-CONT-EXTRATO + WS-CONT-EXTRATO-DEP.
           MOVE ZERO TO FXE-STA-QTDE-GRAVADOS.
           MOVE WS-QTDE-DIVERGENCIAS TO FXE-STA-QTDE-REJEITADOS.
           MOVE ZERO TO FXE-STA-QTDE-ALERTAS.
           MOVE RETURN-CODE TO FXE-STA-RETCODE.
           WRITE REG-STATUS-JOB FROM FXE-REGISTRO-STATUS.
           IF WS-STATUS-JOBSTAT NOT = "00"
              DISPLAY
                 "AVISO - FALHA AO GRAVAR JOBSTAT - STATUS "
                 WS-STATUS-JOBSTAT
           END-IF.
           CLOSE JOBSTAT.
       8900-GRAVA-SITUACAO-PASSO-EXIT.
           EXIT.

       END PROGRAM CONCILIA.

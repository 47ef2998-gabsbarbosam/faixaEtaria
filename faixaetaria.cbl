              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-EXECPARM.

           SELECT JOBSTAT ASSIGN TO "JOBSTAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-JOBSTAT.

           SELECT FAIXASIM ASSIGN TO "FAIXASIM"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-FAIXASIM.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-EXECLOG.

           SELECT DEPMSTR ASSIGN TO "DEPMSTR"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FXE-DEP-CHAVE
              FILE STATUS IS WS-STATUS-DEPMSTR.

       DATA DIVISION.
       FILE SECTION.
       FD  POPULIN
      *                     sao sequer abertos. Se os dois cartoes de
      *                     MODO vierem juntos, a simulacao prevalece
      *                     (e o modo que nao grava nada).
      *   MODO=RETRATO    - classificacao da populacao como ela era
      *                     numa data passada (cartao DATA-REF
      *                     obrigatorio): POPULIN aponta para o mestre
      *                     reconstituido por POPRETRO, a idade e
      *                     derivada na DATA-REF e so RELATSAI e
      *                     gravado - resumo, matrizes e cruzamento
      *                     faixa x filial sob um titulo datado. Na JCL
      *                     RELATSAI aponta para o relatorio do
      *                     retrato, nunca para o da noite; EXTRATO,
      *                     AUDITLOG, REJEITOS, RESUMHIS, CHECKPT,
      *                     EXECLOG e DEPMSTR nao sao abertos. A
      *                     simulacao prevalece sobre o retrato, e o
      *                     retrato sobre a reentrada.
      *   DATA-REF=AAAAMMDD - data de processamento usada para derivar
      *                     a idade (na ausencia, a data do sistema).
      *   JOB=nome / PASSO=nome - identificacao do passo na situacao
      *                     gravada em JOBSTAT.
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

      ******************************************************************
      * FAIXASIM - tabela de faixas candidata para o modo de simulacao,
      * linha a linha no mesmo layout de FAIXACTL (e de uma entrada da
           RECORDING MODE IS F.
       01  REG-EXECUCAO               PIC X(060).

      ******************************************************************
      * DEPMSTR - cadastro de dependentes mantido por POPMANUT,
      * indexado por matricula do titular + sequencia (copybook
      * FXEDEP). Lido so no lote noturno, logo apos cada titular: os
      * dependentes sao classificados na mesma tabela de faixas e vao
      * para o EXTRATO sob a matricula do titular, com contagem propria
      * no relatorio. A reentrada (so titulares corrigidos) e a
      * simulacao nao abrem o arquivo.
      ******************************************************************
       FD  DEPMSTR.
       COPY FXEDEP.

       WORKING-STORAGE SECTION.
       77  WS-STATUS-POPULIN          PIC X(002) VALUE SPACES.
       77  WS-STATUS-RELATSAI         PIC X(002) VALUE SPACES.
       77  WS-STATUS-FAIXASIM         PIC X(002) VALUE SPACES.
       77  WS-STATUS-SIMULRPT         PIC X(002) VALUE SPACES.
       77  WS-STATUS-EXECPARM         PIC X(002) VALUE SPACES.
       77  WS-STATUS-JOBSTAT          PIC X(002) VALUE SPACES.
       77  WS-STATUS-EXECLOG          PIC X(002) VALUE SPACES.
       77  WS-STATUS-DEPMSTR          PIC X(002) VALUE SPACES.

       77  WS-FIM-FAIXACTL            PIC X(001) VALUE "N".
           88 WS-FIM-ARQ-FAIXACTL              VALUE "S".
       77  WS-MODO-SIMULACAO          PIC X(001) VALUE "N".
           88 WS-EH-SIMULACAO                  VALUE "S".

      ******************************************************************
      * Modo de retrato (cartao MODO=RETRATO de EXECPARM): classifica
      * o mestre reconstituido numa data passada e grava apenas o
      * relatorio datado em RELATSAI. A DATA-REF e obrigatoria - um
      * retrato sem data seria so o lote de hoje sem o extrato.
      ******************************************************************
       77  WS-MODO-RETRATO            PIC X(001) VALUE "N".
           88 WS-EH-RETRATO                    VALUE "S".

       77  WS-DATA-REF-CARTAO         PIC X(001) VALUE "N".
           88 WS-DATA-REF-INFORMADA            VALUE "S".

       01  WS-TITULO-RETRATO.
           05 FILLER                  PIC X(024)
                                      VALUE "RETRATO DA POPULACAO EM ".
           05 WS-RETRATO-DIA          PIC X(002).
           05 FILLER                  PIC X(001) VALUE "/".
           05 WS-RETRATO-MES          PIC X(002).
           05 FILLER                  PIC X(001) VALUE "/".
           05 WS-RETRATO-ANO          PIC X(004).
           05 FILLER                  PIC X(026)
                                      VALUE " (POPMSTR + MESTJRNL)".

       77  WS-FIM-FAIXASIM            PIC X(001) VALUE "N".
           88 WS-FIM-ARQ-FAIXASIM              VALUE "S".

       77  WS-CONT-INVALIDA             PIC 9(007) COMP VALUE ZERO.
       77  WS-CONT-LIDOS                PIC 9(007) COMP VALUE ZERO.

      ******************************************************************
      * Dependentes (DEPMSTR). WS-CLASSIFICA-DEPENDENTES so liga quando
      * o cadastro foi aberto - lote noturno, fora da reentrada. Os
      * contadores sao proprios, para o relatorio separar titulares de
      * dependentes; como os do titular, sao acumulados mesmo para os
      * registros ja cobertos pelo checkpoint, e so a gravacao no
      * EXTRATO respeita o ponto de retomada.
      ******************************************************************
       77  WS-DEPMSTR-ABERTO            PIC X(001) VALUE "N".
           88 WS-CLASSIFICA-DEPENDENTES          VALUE "S".

       77  WS-FIM-DEPENDENTES           PIC X(001) VALUE "N".
           88 WS-FIM-DEPENDENTES-TITULAR         VALUE "S".

       77  WS-CONT-DEP-LIDOS            PIC 9(007) COMP VALUE ZERO.
       77  WS-CONT-DEP-INVALIDOS        PIC 9(007) COMP VALUE ZERO.
       77  WS-CONT-DEP-TOTAL            PIC 9(007) COMP VALUE ZERO.
       77  WS-CONT-DEP-OUTRA            PIC 9(007) COMP VALUE ZERO.

       01  WS-CONTADORES-FAIXA-DEP.
           05 WS-CONT-DEP-FAIXA OCCURS 1 TO 20 TIMES
              DEPENDING ON WS-QTDE-FAIXAS
              PIC 9(007) COMP VALUE ZERO.

       01  WS-LINHA-TIT-DEP.
           05 WS-TDEP-ROTULO          PIC X(020).
           05 FILLER                  PIC X(001) VALUE SPACE.
           05 WS-TDEP-TITULARES       PIC ZZZ,ZZ9.
           05 FILLER                  PIC X(001) VALUE SPACE.
           05 WS-TDEP-DEPENDENTES     PIC ZZZ,ZZ9.
           05 FILLER                  PIC X(001) VALUE SPACE.
           05 WS-TDEP-VIDAS           PIC ZZZ,ZZ9.
           05 FILLER                  PIC X(088) VALUE SPACES.

       01  WS-LINHA-TIT-DEP-CAB.
           05 FILLER                  PIC X(021) VALUE SPACES.
           05 FILLER                  PIC X(008) VALUE "TITULAR ".
           05 FILLER                  PIC X(008) VALUE "DEPEND. ".
           05 FILLER                  PIC X(007) VALUE "  VIDAS".
           05 FILLER                  PIC X(088) VALUE SPACES.

       77  WS-SOMA-VIDAS                PIC 9(007) COMP VALUE ZERO.

      ******************************************************************
      * Registros de controle (header/trailer) do arquivo de populacao
      * (copybook FXECTL) e chaves da validacao de completude do lote.
       77  WS-QTDE-ABERTURAS             PIC 9(004) COMP VALUE ZERO.
       77  WS-QTDE-ENCERRAMENTOS         PIC 9(004) COMP VALUE ZERO.

      ******************************************************************
      * Situacao do passo (copybook FXESTA): job e passo dos cartoes
      * JOB=/PASSO=, inicio carimbado na partida.
      ******************************************************************
       COPY FXESTA.

       01  WS-RESULTADO-CLASSIFICACAO.
           05 WS-FAIXA-COD            PIC X(002).
           05 WS-FAIXA-DESC           PIC X(020).
              WHEN WS-MODO-LOTE AND WS-EH-SIMULACAO
                 PERFORM 3900-PROCESSA-SIMULACAO
                    THRU 3900-PROCESSA-SIMULACAO-EXIT
              WHEN WS-MODO-LOTE AND WS-EH-RETRATO
                 PERFORM 3950-PROCESSA-RETRATO
                    THRU 3950-PROCESSA-RETRATO-EXIT
              WHEN WS-MODO-LOTE
                 PERFORM 3000-PROCESSA-LOTE
                    THRU 3000-PROCESSA-LOTE-EXIT
           PERFORM 8000-FINALIZACAO
              THRU 8000-FINALIZACAO-EXIT.

           PERFORM 8900-GRAVA-SITUACAO-PASSO
              THRU 8900-GRAVA-SITUACAO-PASSO-EXIT.

           STOP RUN.

      ******************************************************************
      * funcionou.
      ******************************************************************
       1000-INICIALIZACAO.
           MOVE SPACES TO FXE-REGISTRO-STATUS.
           ACCEPT FXE-STA-DATA-INI FROM DATE YYYYMMDD.
           ACCEPT FXE-STA-HORA-INI FROM TIME.

           ACCEPT WS-DATA-PROCESSAMENTO-NUM FROM DATE YYYYMMDD.

           PERFORM 1400-LE-PARAMETROS
              GO TO 1000-INICIALIZACAO-EXIT
           END-IF.

           IF WS-EH-RETRATO
              PERFORM 1650-PREPARA-RETRATO
                 THRU 1650-PREPARA-RETRATO-EXIT
              GO TO 1000-INICIALIZACAO-EXIT
           END-IF.

           PERFORM 1200-ABRE-AUDITLOG
              THRU 1200-ABRE-AUDITLOG-EXIT.

                    WS-STATUS-CHECKPT
                 SET WS-HOUVE-ERRO-ABERTURA TO TRUE
              END-IF

      *       Sem o cadastro de dependentes o lote sairia faturando so
      *       os titulares sem aviso - a falha e fatal como as demais.
              IF NOT WS-EH-REENTRADA
                 OPEN INPUT DEPMSTR
                 IF WS-STATUS-DEPMSTR = "00"
                    SET WS-CLASSIFICA-DEPENDENTES TO TRUE
                 ELSE
                    DISPLAY
                       "ERRO FATAL - FALHA AO ABRIR DEPMSTR - STATUS "
                       WS-STATUS-DEPMSTR
                    SET WS-HOUVE-ERRO-ABERTURA TO TRUE
                 END-IF
              END-IF
           END-IF.
       1000-INICIALIZACAO-EXIT.
           EXIT.
                    SET WS-EH-REENTRADA TO TRUE
                 WHEN REG-PARAMETRO (1:15) = "MODO=SIMULACAO "
                    SET WS-EH-SIMULACAO TO TRUE
                 WHEN REG-PARAMETRO (1:13) = "MODO=RETRATO "
                    SET WS-EH-RETRATO TO TRUE
                 WHEN REG-PARAMETRO (1:9) = "DATA-REF="
                    IF REG-PARAMETRO (10:8) IS NUMERIC
                       MOVE REG-PARAMETRO (10:8)
                          TO WS-DATA-PROCESSAMENTO
                       SET WS-DATA-REF-INFORMADA TO TRUE
                    ELSE
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
       1600-PREPARA-SIMULACAO-EXIT.
           EXIT.

      ******************************************************************
      * 1650-PREPARA-RETRATO - abre os dois unicos arquivos do modo de
      * retrato: POPULIN (o mestre reconstituido na DATA-REF por
      * POPRETRO, com header datado da propria DATA-REF) e RELATSAI
      * (o relatorio do retrato). Sem DATA-REF o retrato nao tem data
      * e o programa termina com erro; um cartao de reentrada junto e
      * ignorado, porque a reentrada grava a saida da noite.
      ******************************************************************
       1650-PREPARA-RETRATO.
           IF WS-EH-REENTRADA
              DISPLAY "CARTAO MODO=REENTRADA IGNORADO NO MODO DE"
                 " RETRATO"
              MOVE "N" TO WS-MODO-REENTRADA
           END-IF.

           IF NOT WS-DATA-REF-INFORMADA
              DISPLAY "ERRO FATAL - RETRATO SEM CARTAO DATA-REF"
                 " VALIDO EM EXECPARM"
              SET WS-HOUVE-ERRO-ABERTURA TO TRUE
              GO TO 1650-PREPARA-RETRATO-EXIT
           END-IF.

           OPEN INPUT POPULIN.
           IF WS-STATUS-POPULIN = "00"
              SET WS-MODO-LOTE TO TRUE
           ELSE
              DISPLAY
                 "ERRO FATAL - RETRATO SEM POPULIN - STATUS "
                 WS-STATUS-POPULIN
              SET WS-HOUVE-ERRO-ABERTURA TO TRUE
              GO TO 1650-PREPARA-RETRATO-EXIT
           END-IF.

           OPEN OUTPUT RELATSAI.
           IF WS-STATUS-RELATSAI NOT = "00"
              DISPLAY
                 "ERRO FATAL - FALHA AO ABRIR RELATSAI - STATUS "
                 WS-STATUS-RELATSAI
              SET WS-HOUVE-ERRO-ABERTURA TO TRUE
           END-IF.
       1650-PREPARA-RETRATO-EXIT.
           EXIT.

      ******************************************************************
      * 1620-CARREGA-FAIXAS-SIM - carrega a tabela candidata a partir
      * de FAIXASIM, com a mesma validacao linha a linha de FAIXACTL
           PERFORM 7300-IMPRIME-MATRIZ-FILIAL
              THRU 7300-IMPRIME-MATRIZ-FILIAL-EXIT.

           IF WS-CLASSIFICA-DEPENDENTES
              PERFORM 7400-IMPRIME-DEPENDENTES
                 THRU 7400-IMPRIME-DEPENDENTES-EXIT
           END-IF.

           IF NOT WS-EH-REENTRADA
              PERFORM 7500-GRAVA-HISTORICO
                 THRU 7500-GRAVA-HISTORICO-EXIT
                 THRU 3320-GRAVA-REGISTRO-INVALIDO-EXIT
           END-IF.

      *    Os dependentes vem logo depois do titular, antes do
      *    checkpoint deste registro: num restart a familia inteira e
      *    retomada junto. Titular sem matricula numerica nao tem chave
      *    para procurar dependentes.
           IF WS-CLASSIFICA-DEPENDENTES
              AND FXE-MATRICULA-ALFA IS NUMERIC
              PERFORM 3800-CLASSIFICA-DEPENDENTES
                 THRU 3800-CLASSIFICA-DEPENDENTES-EXIT
           END-IF.

           IF WS-CONT-LIDOS > WS-QTDE-CHECKPOINT
              PERFORM 3500-GRAVA-CHECKPOINT
                 THRU 3500-GRAVA-CHECKPOINT-EXIT

           IF FXE-DATA-NASC-ALFA IS NUMERIC
              MOVE FXE-DATA-NASCIMENTO TO WS-DATA-NASC-NUM
              PERFORM 3245-CALCULA-IDADE-NASC
                 THRU 3245-CALCULA-IDADE-NASC-EXIT
           END-IF.
       3240-DERIVA-IDADE-EXIT.
           EXIT.

      ******************************************************************
      * 3245-CALCULA-IDADE-NASC - critica a data ja movida para
      * WS-DATA-NASC-NUM e, se plausivel, calcula a idade na data de
      * processamento. Comum ao titular (3240) e ao dependente (3840).
      ******************************************************************
       3245-CALCULA-IDADE-NASC.
           IF WS-NASC-MES >= 01 AND WS-NASC-MES <= 12
              AND WS-NASC-DIA >= 01 AND WS-NASC-DIA <= 31
              AND WS-NASC-ANO >= 1850
              AND WS-DATA-NASC-NUM <= WS-DATA-PROCESSAMENTO-NUM
              COMPUTE WS-IDADE-CALCULADA =
                 WS-PROC-ANO - WS-NASC-ANO
              IF WS-PROC-MMDD < WS-NASC-MMDD
                 SUBTRACT 1 FROM WS-IDADE-CALCULADA
              END-IF
              SET WS-IDADE-DO-NASCIMENTO TO TRUE
           END-IF.
       3245-CALCULA-IDADE-NASC-EXIT.
           EXIT.

      ******************************************************************
      * 3320-GRAVA-REGISTRO-INVALIDO - registra na saida que o registro
      * foi ignorado, sem interromper o processamento do restante do
       3300-CLASSIFICA-E-GRAVA-EXIT.
           EXIT.

      ******************************************************************
      * 3800-CLASSIFICA-DEPENDENTES - posiciona DEPMSTR no primeiro
      * dependente da matricula do titular corrente e classifica cada
      * um ate a matricula mudar. Titular sem dependentes (START sem
      * chave maior ou igual, ou primeira chave de outra matricula)
      * nao faz nada.
      ******************************************************************
       3800-CLASSIFICA-DEPENDENTES.
           MOVE "N" TO WS-FIM-DEPENDENTES.
           MOVE FXE-MATRICULA TO FXE-DEP-MATRICULA.
           MOVE ZERO TO FXE-DEP-SEQUENCIA.
           START DEPMSTR KEY IS NOT LESS THAN FXE-DEP-CHAVE.
           IF WS-STATUS-DEPMSTR NOT = "00"
              GO TO 3800-CLASSIFICA-DEPENDENTES-EXIT
           END-IF.

           PERFORM 3810-LE-PROXIMO-DEPENDENTE
              THRU 3810-LE-PROXIMO-DEPENDENTE-EXIT.

           PERFORM 3820-TRATA-DEPENDENTE
              THRU 3820-TRATA-DEPENDENTE-EXIT
              UNTIL WS-FIM-DEPENDENTES-TITULAR.
       3800-CLASSIFICA-DEPENDENTES-EXIT.
           EXIT.

       3810-LE-PROXIMO-DEPENDENTE.
           READ DEPMSTR NEXT RECORD
              AT END
                 SET WS-FIM-DEPENDENTES-TITULAR TO TRUE
              NOT AT END
                 IF FXE-DEP-MATRICULA NOT = FXE-MATRICULA
                    SET WS-FIM-DEPENDENTES-TITULAR TO TRUE
                 END-IF
           END-READ.
       3810-LE-PROXIMO-DEPENDENTE-EXIT.
           EXIT.

      ******************************************************************
      * 3820-TRATA-DEPENDENTE - mesma regra de idade do titular: a
      * derivada da data de nascimento quando ela e valida, senao a
      * idade do cadastro, criticada (numerica, ate 120). O dependente
      * valido e classificado, contado na sua faixa e gravado no
      * EXTRATO sob a matricula do titular (tipo "D" + sequencia) e a
      * filial do titular; o invalido so e contado e avisado no SYSOUT
      * - o cadastro de dependentes e corrigido por movimento "M" no
      * POPMANUT, nao pelo ciclo de reentrada de REJEITOS.
      ******************************************************************
       3820-TRATA-DEPENDENTE.
           ADD 1 TO WS-CONT-DEP-LIDOS.

           PERFORM 3840-DERIVA-IDADE-DEPENDENTE
              THRU 3840-DERIVA-IDADE-DEPENDENTE-EXIT.

           SET WS-REGISTRO-OK TO TRUE.
           EVALUATE TRUE
              WHEN WS-IDADE-DO-NASCIMENTO
                 IF WS-IDADE-CALCULADA > 120
                    SET WS-REGISTRO-INVALIDO TO TRUE
                 ELSE
                    MOVE WS-IDADE-CALCULADA TO WS-IDADE
                 END-IF
              WHEN FXE-DEP-IDADE-ALFA IS NOT NUMERIC
                 SET WS-REGISTRO-INVALIDO TO TRUE
              WHEN FXE-DEP-IDADE > 120
                 SET WS-REGISTRO-INVALIDO TO TRUE
              WHEN OTHER
                 MOVE FXE-DEP-IDADE TO WS-IDADE
           END-EVALUATE.

           IF WS-REGISTRO-INVALIDO
              ADD 1 TO WS-CONT-DEP-INVALIDOS
              IF WS-CONT-LIDOS > WS-QTDE-CHECKPOINT
                 DISPLAY "DEPENDENTE INVALIDO - MATRICULA "
                    FXE-DEP-MATRICULA " SEQ " FXE-DEP-SEQUENCIA
                    " - IDADE/NASCIMENTO SEM VALOR UTIL"
              END-IF
              GO TO 3820-LE-SEGUINTE
           END-IF.

           PERFORM 3250-CLASSIFICA-FAIXA
              THRU 3250-CLASSIFICA-FAIXA-EXIT.

           ADD 1 TO WS-CONT-DEP-TOTAL.
           IF WS-FAIXA-IDX > ZERO
              ADD 1 TO WS-CONT-DEP-FAIXA (WS-FAIXA-IDX)
           ELSE
              ADD 1 TO WS-CONT-DEP-OUTRA
           END-IF.

           IF WS-CONT-LIDOS > WS-QTDE-CHECKPOINT
              MOVE SPACES TO FXE-REGISTRO-EXTRATO
              MOVE FXE-DEP-MATRICULA TO FXE-EXT-MATRICULA
              MOVE WS-IDADE TO FXE-EXT-IDADE
              MOVE WS-FAIXA-COD TO FXE-EXT-FAIXA-COD
              MOVE WS-FAIXA-DESC TO FXE-EXT-FAIXA-DESC
              MOVE FXE-DEP-DATA-NASC-ALFA TO FXE-EXT-DATA-NASC
              MOVE FXE-FILIAL TO FXE-EXT-FILIAL
              SET FXE-EXT-DEPENDENTE TO TRUE
              MOVE FXE-DEP-SEQUENCIA TO FXE-EXT-SEQ-DEPENDENTE
              WRITE REG-EXTRATO FROM FXE-REGISTRO-EXTRATO
           END-IF.

       3820-LE-SEGUINTE.
           PERFORM 3810-LE-PROXIMO-DEPENDENTE
              THRU 3810-LE-PROXIMO-DEPENDENTE-EXIT.
       3820-TRATA-DEPENDENTE-EXIT.
           EXIT.

       3840-DERIVA-IDADE-DEPENDENTE.
           SET WS-IDADE-DO-CADASTRO TO TRUE.
           MOVE ZERO TO WS-IDADE-CALCULADA.

           IF FXE-DEP-DATA-NASC-ALFA IS NUMERIC
              MOVE FXE-DEP-DATA-NASC TO WS-DATA-NASC-NUM
              PERFORM 3245-CALCULA-IDADE-NASC
                 THRU 3245-CALCULA-IDADE-NASC-EXIT
           END-IF.
       3840-DERIVA-IDADE-DEPENDENTE-EXIT.
           EXIT.

      ******************************************************************
      * 3250-CLASSIFICA-FAIXA - percorre a tabela FXFAIXA em busca
      * da faixa cujo MIN/MAX contem WS-IDADE. Uma unica tabela usada
       3750-CLASSIFICA-FAIXA-SIM-EXIT.
           EXIT.

      ******************************************************************
      * 3950-PROCESSA-RETRATO - laco do modo de retrato: classifica
      * cada registro do mestre reconstituido com a idade na DATA-REF
      * e acumula os mesmos contadores e matrizes do lote noturno, mas
      * sem linha de detalhe, auditoria, extrato, rejeito ou
      * checkpoint. O header e o trailer sao conferidos como no lote
      * (3220/3270): um arquivo truncado termina com RETURN-CODE 12 e
      * sem relatorio. Fecha com o titulo datado, o resumo, a matriz
      * departamento/sexo e o cruzamento faixa etaria x filial.
      ******************************************************************
       3950-PROCESSA-RETRATO.
           PERFORM 3100-LE-PROXIMO-REGISTRO
              THRU 3100-LE-PROXIMO-REGISTRO-EXIT.

           PERFORM 3960-CICLO-RETRATO
              THRU 3960-CICLO-RETRATO-EXIT
              UNTIL WS-FIM-ARQ-POPULACAO.

           PERFORM 3270-VALIDA-CONTROLE
              THRU 3270-VALIDA-CONTROLE-EXIT.

           IF WS-HOUVE-ERRO-CONTROLE
              DISPLAY "RETRATO REJEITADO PELOS CONTROLES DO ARQUIVO DE"
                 " POPULACAO - RELATORIO NAO IMPRESSO"
              MOVE 12 TO RETURN-CODE
              GO TO 3950-PROCESSA-RETRATO-EXIT
           END-IF.

           MOVE WS-PROC-ANO TO WS-RETRATO-ANO.
           MOVE WS-DATA-PROCESSAMENTO (5:2) TO WS-RETRATO-MES.
           MOVE WS-DATA-PROCESSAMENTO (7:2) TO WS-RETRATO-DIA.
           MOVE SPACES TO WS-AREA-RELATORIO.
           MOVE WS-TITULO-RETRATO TO WS-TITULO-TEXTO.
           WRITE REG-SAIDA-RELATORIO FROM WS-LINHA-TITULO.

           PERFORM 7000-IMPRIME-RESUMO
              THRU 7000-IMPRIME-RESUMO-EXIT.

           PERFORM 7200-IMPRIME-MATRIZ
              THRU 7200-IMPRIME-MATRIZ-EXIT.

           PERFORM 7300-IMPRIME-MATRIZ-FILIAL
              THRU 7300-IMPRIME-MATRIZ-FILIAL-EXIT.
       3950-PROCESSA-RETRATO-EXIT.
           EXIT.

       3960-CICLO-RETRATO.
           IF FXE-REGISTRO-ENTRADA (1:1) = "H"
              OR FXE-REGISTRO-ENTRADA (1:1) = "T"
              PERFORM 3220-TRATA-REGISTRO-CONTROLE
                 THRU 3220-TRATA-REGISTRO-CONTROLE-EXIT
              PERFORM 3100-LE-PROXIMO-REGISTRO
                 THRU 3100-LE-PROXIMO-REGISTRO-EXIT
              GO TO 3960-CICLO-RETRATO-EXIT
           END-IF.

           IF WS-HA-SEGMENTO-ABERTO
              ADD 1 TO WS-CONT-DADOS-SEGMENTO
           ELSE
              SET WS-HOUVE-ERRO-CONTROLE TO TRUE
              IF NOT WS-JA-AVISOU-FORA-SEGMENTO
                 DISPLAY "CONTROLE DE POPULIN - REGISTRO DE DADOS"
                    " FORA DE SEGMENTO (SEM HEADER OU APOS O"
                    " TRAILER)"
                 SET WS-JA-AVISOU-FORA-SEGMENTO TO TRUE
              END-IF
           END-IF.

           ADD 1 TO WS-CONT-LIDOS.

           PERFORM 3240-DERIVA-IDADE
              THRU 3240-DERIVA-IDADE-EXIT.

           PERFORM 3210-VALIDA-REGISTRO-LOTE
              THRU 3210-VALIDA-REGISTRO-LOTE-EXIT.

           IF WS-REGISTRO-OK
              IF WS-IDADE-DO-NASCIMENTO
                 MOVE WS-IDADE-CALCULADA TO WS-IDADE
              ELSE
                 MOVE FXE-IDADE TO WS-IDADE
              END-IF
              PERFORM 3250-CLASSIFICA-FAIXA
                 THRU 3250-CLASSIFICA-FAIXA-EXIT
              PERFORM 3400-ACUMULA-CONTADORES
                 THRU 3400-ACUMULA-CONTADORES-EXIT
              PERFORM 3450-ACUMULA-MATRIZ
                 THRU 3450-ACUMULA-MATRIZ-EXIT
           ELSE
              ADD 1 TO WS-CONT-INVALIDA
           END-IF.

           PERFORM 3100-LE-PROXIMO-REGISTRO
              THRU 3100-LE-PROXIMO-REGISTRO-EXIT.
       3960-CICLO-RETRATO-EXIT.
           EXIT.

      ******************************************************************
      * 7000-IMPRIME-RESUMO - fecha o relatorio de lote com a contagem
      * e o percentual de cada faixa etaria, para uso de RH/planejamento
       7230-MONTA-COLUNA-DEPTO-EXIT.
           EXIT.

      ******************************************************************
      * 7400-IMPRIME-DEPENDENTES - cruzamento faixa etaria x titular/
      * dependente, depois das matrizes: uma linha por faixa com os
      * titulares, os dependentes e o total de vidas, mais OUTRA
      * CATEGORIA, os validos, os invalidos e os lidos. As matrizes de
      * departamento/sexo e de filial e o historico de RESUMHIS
      * continuam so de titulares; o resumo de fechamento tambem, e
      * por isso os dependentes tem bloco proprio em vez de entrar nas
      * linhas do resumo que a conciliacao confere.
      ******************************************************************
       7400-IMPRIME-DEPENDENTES.
           MOVE SPACES TO WS-AREA-RELATORIO.
           MOVE "CRUZAMENTO FAIXA ETARIA X TITULAR/DEPENDENTE" TO
              WS-TITULO-TEXTO.
           WRITE REG-SAIDA-RELATORIO FROM WS-LINHA-TITULO.

           WRITE REG-SAIDA-RELATORIO FROM WS-LINHA-TIT-DEP-CAB.

           PERFORM 7410-IMPRIME-LINHA-DEP-FAIXA
              THRU 7410-IMPRIME-LINHA-DEP-FAIXA-EXIT
              VARYING WS-IDX-RESUMO FROM 1 BY 1
              UNTIL WS-IDX-RESUMO > WS-QTDE-FAIXAS.

           MOVE SPACES TO WS-LINHA-TIT-DEP.
           MOVE "OUTRA CATEGORIA" TO WS-TDEP-ROTULO.
           MOVE WS-CONT-OUTRA TO WS-TDEP-TITULARES.
           MOVE WS-CONT-DEP-OUTRA TO WS-TDEP-DEPENDENTES.
           COMPUTE WS-SOMA-VIDAS = WS-CONT-OUTRA + WS-CONT-DEP-OUTRA.
           MOVE WS-SOMA-VIDAS TO WS-TDEP-VIDAS.
           WRITE REG-SAIDA-RELATORIO FROM WS-LINHA-TIT-DEP.

           MOVE SPACES TO WS-LINHA-TIT-DEP.
           MOVE "TOTAL VALIDO" TO WS-TDEP-ROTULO.
           MOVE WS-CONT-TOTAL TO WS-TDEP-TITULARES.
           MOVE WS-CONT-DEP-TOTAL TO WS-TDEP-DEPENDENTES.
           COMPUTE WS-SOMA-VIDAS = WS-CONT-TOTAL + WS-CONT-DEP-TOTAL.
           MOVE WS-SOMA-VIDAS TO WS-TDEP-VIDAS.
           WRITE REG-SAIDA-RELATORIO FROM WS-LINHA-TIT-DEP.

           MOVE SPACES TO WS-LINHA-TIT-DEP.
           MOVE "REGISTROS INVALIDOS" TO WS-TDEP-ROTULO.
           MOVE WS-CONT-INVALIDA TO WS-TDEP-TITULARES.
           MOVE WS-CONT-DEP-INVALIDOS TO WS-TDEP-DEPENDENTES.
           COMPUTE WS-SOMA-VIDAS =
              WS-CONT-INVALIDA + WS-CONT-DEP-INVALIDOS.
           MOVE WS-SOMA-VIDAS TO WS-TDEP-VIDAS.
           WRITE REG-SAIDA-RELATORIO FROM WS-LINHA-TIT-DEP.

           MOVE SPACES TO WS-LINHA-TIT-DEP.
           MOVE "TOTAL LIDO" TO WS-TDEP-ROTULO.
           MOVE WS-CONT-LIDOS TO WS-TDEP-TITULARES.
           MOVE WS-CONT-DEP-LIDOS TO WS-TDEP-DEPENDENTES.
           COMPUTE WS-SOMA-VIDAS = WS-CONT-LIDOS + WS-CONT-DEP-LIDOS.
           MOVE WS-SOMA-VIDAS TO WS-TDEP-VIDAS.
           WRITE REG-SAIDA-RELATORIO FROM WS-LINHA-TIT-DEP.
       7400-IMPRIME-DEPENDENTES-EXIT.
           EXIT.

       7410-IMPRIME-LINHA-DEP-FAIXA.
           MOVE SPACES TO WS-LINHA-TIT-DEP.
           MOVE FXE-FAIXA-DESC (WS-IDX-RESUMO) TO WS-TDEP-ROTULO.
           MOVE WS-CONT-FAIXA (WS-IDX-RESUMO) TO WS-TDEP-TITULARES.
           MOVE WS-CONT-DEP-FAIXA (WS-IDX-RESUMO)
              TO WS-TDEP-DEPENDENTES.
           COMPUTE WS-SOMA-VIDAS = WS-CONT-FAIXA (WS-IDX-RESUMO)
              + WS-CONT-DEP-FAIXA (WS-IDX-RESUMO).
           MOVE WS-SOMA-VIDAS TO WS-TDEP-VIDAS.
           WRITE REG-SAIDA-RELATORIO FROM WS-LINHA-TIT-DEP.
       7410-IMPRIME-LINHA-DEP-FAIXA-EXIT.
           EXIT.

      ******************************************************************
      * 7500-GRAVA-HISTORICO - acrescenta em RESUMHIS as mesmas
      * contagens e percentuais do resumo de fechamento, um registro
      ******************************************************************
      * 8000-FINALIZACAO - fecha os arquivos de lote quando aplicavel, e
      * o AUDITLOG sempre, ja que ele e aberto nos dois modos (exceto
      * na simulacao, que so abre POPULIN e SIMULRPT, e no retrato,
      * que so abre POPULIN e RELATSAI). Uma partida recusada pela
      * trava do livro de execucoes nao abriu nenhum arquivo de saida
      * - so POPULIN e AUDITLOG sao fechados. No lote
      * autorizado, o encerramento e carimbado no livro antes dos
      * fechamentos, com as contagens e o RETURN-CODE da execucao.
      ******************************************************************
              GO TO 8000-FINALIZACAO-EXIT
           END-IF.

           IF WS-EH-RETRATO
              CLOSE POPULIN
              CLOSE RELATSAI
              GO TO 8000-FINALIZACAO-EXIT
           END-IF.

           IF WS-EXECUCAO-BLOQUEADA
              CLOSE POPULIN
              CLOSE AUDITLOG
              IF NOT WS-EH-REENTRADA
                 CLOSE RESUMHIS
              END-IF
              IF WS-CLASSIFICA-DEPENDENTES
                 CLOSE DEPMSTR
              END-IF
              CLOSE CHECKPT
           END-IF.
           CLOSE AUDITLOG.
       8000-FINALIZACAO-EXIT.
           EXIT.

      ******************************************************************
      * 8900-GRAVA-SITUACAO-PASSO - acrescenta em JOBSTAT a situacao
      * do passo com o RETURN-CODE ja apurado, para a folha de
      * situacao da manha (EXECSTAT): registros lidos, classificados e
      * invalidos, titulares e dependentes somados (o EXECLOG continua
      * com as contagens so de titulares). Sem a DD JOBSTAT - a
      * simulacao, o retrato e o modo interativo nao a tem - nada e
      * gravado; uma falha de gravacao so e avisada.
      ******************************************************************
       8900-GRAVA-SITUACAO-PASSO.
           OPEN EXTEND JOBSTAT.
           IF WS-STATUS-JOBSTAT NOT = "00"
              GO TO 8900-GRAVA-SITUACAO-PASSO-EXIT
           END-IF.

           MOVE "FAIXAETARIA" TO FXE-STA-PROGRAMA.
           ACCEPT FXE-STA-DATA-FIM FROM DATE YYYYMMDD.
           ACCEPT FXE-STA-HORA-FIM FROM TIME.
           COMPUTE FXE-STA-QTDE-LIDOS =
              WS-CONT-LIDOS + WS-CONT-DEP-LIDOS.
           COMPUTE FXE-STA-QTDE-REJEITADOS =
              WS-CONT-INVALIDA + WS-CONT-DEP-INVALIDOS.
           COMPUTE FXE-STA-QTDE-GRAVADOS =
              FXE-STA-QTDE-LIDOS - FXE-STA-QTDE-REJEITADOS.
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

      ******************************************************************
      * 7600-ENCERRA-EXECUCAO - carimba em EXECLOG o encerramento da
      * execucao: hora final, registros lidos e invalidos e o

      ******************************************************************
      * Author:
      * Date:
      * Purpose: trava de partida da classificacao noturna. Antes de
      *          uma execucao nova (nao-restart) do FAIXAET:
      *          - recusa a partida (RETURN-CODE 8) se CHECKPT tem um
      *            checkpoint pendente de execucao abendada - a
      *            situacao e de restart, e uma execucao nova por
      *            cima perderia a retomada;
      *          - recusa a partida (RETURN-CODE 8) se o EXTRATO da
      *            noite anterior nunca teve o batimento com o
      *            reconhecimento do BI confirmado por EXTCONF (livro
      *            EXTBAT) - arquivar o extrato sem a carga confirmada
      *            esconderia a falha;
      *          - liberada a partida, copia RELATSAI, EXTRATO e
      *            REJEITOS da noite anterior para as geracoes de
      *            historico RELHIST, EXTHIST e REJHIST, esvazia os
      *            tres datasets ativos (abertos em MOD pela
      *            classificacao) e confere que ficaram vazios. Uma
      *            copia que nao fecha (lidos x gravados) deixa os
      *            ativos intactos e termina com RETURN-CODE 12.
      *          O cartao MODO=VERIFICA faz so as duas conferencias,
      *          sem arquivar: o job roda esse passo primeiro, para que
      *          uma recusa nao catalogue geracoes de historico vazias.
      *          Relatorio de controle em ROTRPT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAIXPART.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHECKPT ASSIGN TO "CHECKPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-CHECKPT.

           SELECT EXTCTL ASSIGN TO "EXTCTL"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-EXTCTL.

           SELECT EXTBAT ASSIGN TO "EXTBAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-EXTBAT.

           SELECT RELATSAI ASSIGN TO "RELATSAI"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-RELATSAI.

           SELECT EXTRATO ASSIGN TO "EXTRATO"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-EXTRATO.

           SELECT REJEITOS ASSIGN TO "REJEITOS"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-REJEITOS.

           SELECT RELHIST ASSIGN TO "RELHIST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-RELHIST.

           SELECT EXTHIST ASSIGN TO "EXTHIST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-EXTHIST.

           SELECT REJHIST ASSIGN TO "REJHIST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-REJHIST.

           SELECT ROTRPT ASSIGN TO "ROTRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-ROTRPT.

           SELECT EXECPARM ASSIGN TO "EXECPARM"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-EXECPARM.

           SELECT JOBSTAT ASSIGN TO "JOBSTAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-JOBSTAT.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * CHECKPT - log de checkpoints da classificacao (copybook
      * FXECKP). A ultima linha diferente de zero e um restart
      * pendente (ver 1300-LE-CHECKPOINT de FAIXAETARIA).
      ******************************************************************
       FD  CHECKPT
           RECORDING MODE IS F.
       01  REG-CHECKPOINT             PIC X(009).

      ******************************************************************
      * EXTCTL - controle de transmissao do extrato da noite anterior;
      * EXTBAT - livro dos batimentos confirmados por EXTCONF. Os dois
      * no layout FXETRM.
      ******************************************************************
       FD  EXTCTL
           RECORDING MODE IS F.
       01  REG-CONTROLE-TRANSM        PIC X(040).

       FD  EXTBAT
           RECORDING MODE IS F.
       01  REG-BATIMENTO              PIC X(040).

      ******************************************************************
      * Saidas ativas da classificacao e as geracoes de historico para
      * onde sao copiadas, registro a registro, no mesmo layout.
      ******************************************************************
       FD  RELATSAI
           RECORDING MODE IS F.
       01  REG-RELATORIO              PIC X(132).

       FD  EXTRATO
           RECORDING MODE IS F.
       01  REG-EXTRATO                PIC X(048).

       FD  REJEITOS
           RECORDING MODE IS F.
       01  REG-REJEITO                PIC X(112).

       FD  RELHIST
           RECORDING MODE IS F.
       01  REG-RELATORIO-HIST         PIC X(132).

       FD  EXTHIST
           RECORDING MODE IS F.
       01  REG-EXTRATO-HIST           PIC X(048).

       FD  REJHIST
           RECORDING MODE IS F.
       01  REG-REJEITO-HIST           PIC X(112).

       FD  ROTRPT
           RECORDING MODE IS F.
       01  REG-RELATORIO-PART         PIC X(132).

      ******************************************************************
      * EXECPARM - cartoes PALAVRA=VALOR. Cartoes reconhecidos:
      *   MODO=VERIFICA         - so as conferencias de checkpoint e
      *                           de batimento, sem arquivar;
      *   JOB=nome / PASSO=nome - identificacao do passo na situacao
      *                           gravada em JOBSTAT.
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
       77  WS-STATUS-CHECKPT          PIC X(002) VALUE SPACES.
       77  WS-STATUS-EXTCTL           PIC X(002) VALUE SPACES.
       77  WS-STATUS-EXTBAT           PIC X(002) VALUE SPACES.
       77  WS-STATUS-RELATSAI         PIC X(002) VALUE SPACES.
       77  WS-STATUS-EXTRATO          PIC X(002) VALUE SPACES.
       77  WS-STATUS-REJEITOS         PIC X(002) VALUE SPACES.
       77  WS-STATUS-RELHIST          PIC X(002) VALUE SPACES.
       77  WS-STATUS-EXTHIST          PIC X(002) VALUE SPACES.
       77  WS-STATUS-REJHIST          PIC X(002) VALUE SPACES.
       77  WS-STATUS-ROTRPT           PIC X(002) VALUE SPACES.
       77  WS-STATUS-EXECPARM         PIC X(002) VALUE SPACES.
       77  WS-STATUS-JOBSTAT          PIC X(002) VALUE SPACES.

       77  WS-FIM-CHECKPT             PIC X(001) VALUE "N".
           88 WS-FIM-ARQ-CHECKPT               VALUE "S".
       77  WS-FIM-EXTBAT              PIC X(001) VALUE "N".
           88 WS-FIM-ARQ-EXTBAT                VALUE "S".
       77  WS-FIM-RELATSAI            PIC X(001) VALUE "N".
           88 WS-FIM-ARQ-RELATSAI              VALUE "S".
       77  WS-FIM-EXTRATO             PIC X(001) VALUE "N".
           88 WS-FIM-ARQ-EXTRATO               VALUE "S".
       77  WS-FIM-REJEITOS            PIC X(001) VALUE "N".
           88 WS-FIM-ARQ-REJEITOS              VALUE "S".
       77  WS-FIM-EXECPARM            PIC X(001) VALUE "N".
           88 WS-FIM-ARQ-EXECPARM              VALUE "S".

       77  WS-ERRO-ABERTURA           PIC X(001) VALUE "N".
           88 WS-HOUVE-ERRO-ABERTURA           VALUE "S".

       77  WS-MODO-PROGRAMA           PIC X(001) VALUE "A".
           88 WS-MODO-ARQUIVA                  VALUE "A".
           88 WS-MODO-VERIFICA                 VALUE "V".

      ******************************************************************
      * Ligada por qualquer das duas conferencias - checkpoint
      * pendente ou extrato sem batimento confirmado. Nada e arquivado
      * nem esvaziado e o passo termina com RETURN-CODE 8.
      ******************************************************************
       77  WS-RECUSA                  PIC X(001) VALUE "N".
           88 WS-PARTIDA-RECUSADA              VALUE "S".

      ******************************************************************
      * Ligada por falha de abertura/gravacao de historico, copia que
      * nao fecha ou dataset ativo que nao ficou vazio - RETURN-CODE
      * 12, e o job nao segue para a classificacao.
      ******************************************************************
       77  WS-ERRO-ARQUIVAMENTO       PIC X(001) VALUE "N".
           88 WS-HOUVE-ERRO-ARQUIVAMENTO       VALUE "S".

       COPY FXECKP.
       COPY FXEEXT.
       COPY FXETRM.
       COPY FXESTA.

       01  WS-DATA-SISTEMA            PIC X(008) VALUE SPACES.
       77  WS-QTDE-CHECKPOINT         PIC 9(009) VALUE ZERO.

      ******************************************************************
      * Recontagem do EXTRATO ativo (quantidade e soma das matriculas,
      * no mesmo criterio de EXTCONF), o controle da noite anterior e
      * o batimento confirmado que fecha com eles, se houver.
      ******************************************************************
       77  WS-CONT-EXTRATO            PIC 9(009) COMP VALUE ZERO.
       77  WS-HASH-EXTRATO            PIC 9(013) COMP VALUE ZERO.

       77  WS-TEM-CONTROLE            PIC X(001) VALUE "N".
           88 WS-CONTROLE-LIDO                 VALUE "S".
       01  WS-CONTROLE-GUARDADO.
           05 WS-CTL-DATA             PIC X(008).
           05 WS-CTL-QTDE             PIC 9(009).
           05 WS-CTL-HASH             PIC 9(013).

       77  WS-TEM-BATIMENTO           PIC X(001) VALUE "N".
           88 WS-BATIMENTO-ENCONTRADO          VALUE "S".

       77  WS-CONT-REL-LIDOS          PIC 9(007) COMP VALUE ZERO.
       77  WS-CONT-REL-GRAVADOS       PIC 9(007) COMP VALUE ZERO.
       77  WS-CONT-EXT-LIDOS          PIC 9(007) COMP VALUE ZERO.
       77  WS-CONT-EXT-GRAVADOS       PIC 9(007) COMP VALUE ZERO.
       77  WS-CONT-REJ-LIDOS          PIC 9(007) COMP VALUE ZERO.
       77  WS-CONT-REJ-GRAVADOS       PIC 9(007) COMP VALUE ZERO.

       77  WS-QTDE-EDITADA            PIC ZZZ,ZZZ,ZZ9.
       77  WS-QTDE-EDITADA-2          PIC ZZZ,ZZZ,ZZ9.

       01  WS-LINHA-TITULO-PART.
           05 WS-TITULO-PART-TEXTO    PIC X(100).
           05 FILLER                  PIC X(032) VALUE SPACES.

       01  WS-LINHA-COPIA.
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 WS-CPA-DATASET          PIC X(010).
           05 FILLER                  PIC X(009) VALUE " LIDOS: ".
           05 WS-CPA-LIDOS            PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                  PIC X(016)
              VALUE "  ARQUIVADOS: ".
           05 WS-CPA-GRAVADOS         PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 WS-CPA-RESULTADO        PIC X(030).
           05 FILLER                  PIC X(041) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZACAO
              THRU 1000-INICIALIZACAO-EXIT.

           IF WS-HOUVE-ERRO-ABERTURA
              MOVE 16 TO RETURN-CODE
           ELSE
              PERFORM 2000-VERIFICA-CHECKPOINT
                 THRU 2000-VERIFICA-CHECKPOINT-EXIT
              PERFORM 2500-VERIFICA-BATIMENTO
                 THRU 2500-VERIFICA-BATIMENTO-EXIT
              IF NOT WS-PARTIDA-RECUSADA AND WS-MODO-ARQUIVA
                 PERFORM 3000-ARQUIVA-SAIDAS
                    THRU 3000-ARQUIVA-SAIDAS-EXIT
                 IF NOT WS-HOUVE-ERRO-ARQUIVAMENTO
                    PERFORM 4000-ESVAZIA-SAIDAS
                       THRU 4000-ESVAZIA-SAIDAS-EXIT
                 END-IF
              END-IF
              PERFORM 7000-IMPRIME-RESULTADO
                 THRU 7000-IMPRIME-RESULTADO-EXIT
              EVALUATE TRUE
                 WHEN WS-PARTIDA-RECUSADA
                    MOVE 8 TO RETURN-CODE
                 WHEN WS-HOUVE-ERRO-ARQUIVAMENTO
                    MOVE 12 TO RETURN-CODE
              END-EVALUATE
           END-IF.

           PERFORM 8000-FINALIZACAO
              THRU 8000-FINALIZACAO-EXIT.

           PERFORM 8900-GRAVA-SITUACAO-PASSO
              THRU 8900-GRAVA-SITUACAO-PASSO-EXIT.

           STOP RUN.

       1000-INICIALIZACAO.
           MOVE SPACES TO FXE-REGISTRO-STATUS.
           ACCEPT FXE-STA-DATA-INI FROM DATE YYYYMMDD.
           ACCEPT FXE-STA-HORA-INI FROM TIME.

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.

           PERFORM 1400-LE-PARAMETROS
              THRU 1400-LE-PARAMETROS-EXIT.

           OPEN OUTPUT ROTRPT.
           IF WS-STATUS-ROTRPT NOT = "00"
              DISPLAY
                 "ERRO FATAL - FALHA AO ABRIR ROTRPT - STATUS "
                 WS-STATUS-ROTRPT
              SET WS-HOUVE-ERRO-ABERTURA TO TRUE
              GO TO 1000-INICIALIZACAO-EXIT
           END-IF.

           MOVE SPACES TO WS-LINHA-TITULO-PART.
           IF WS-MODO-VERIFICA
              STRING "TRAVA DE PARTIDA DA CLASSIFICACAO NOTURNA - "
                 "CONFERENCIA - " WS-DATA-SISTEMA
                 DELIMITED BY SIZE INTO WS-TITULO-PART-TEXTO
           ELSE
              STRING "TRAVA DE PARTIDA DA CLASSIFICACAO NOTURNA - "
                 "ARQUIVAMENTO DA NOITE ANTERIOR - " WS-DATA-SISTEMA
                 DELIMITED BY SIZE INTO WS-TITULO-PART-TEXTO
           END-IF.
           WRITE REG-RELATORIO-PART FROM WS-LINHA-TITULO-PART.
           MOVE SPACES TO WS-LINHA-TITULO-PART.
           WRITE REG-RELATORIO-PART FROM WS-LINHA-TITULO-PART.
       1000-INICIALIZACAO-EXIT.
           EXIT.

       1400-LE-PARAMETROS.
           OPEN INPUT EXECPARM.
           IF WS-STATUS-EXECPARM = "00"
              PERFORM 1410-LE-PROXIMO-PARAMETRO
                 THRU 1410-LE-PROXIMO-PARAMETRO-EXIT
                 UNTIL WS-FIM-ARQ-EXECPARM
              CLOSE EXECPARM
           END-IF.
       1400-LE-PARAMETROS-EXIT.
           EXIT.

       1410-LE-PROXIMO-PARAMETRO.
           READ EXECPARM
              AT END
                 SET WS-FIM-ARQ-EXECPARM TO TRUE
           END-READ.
           IF NOT WS-FIM-ARQ-EXECPARM
              EVALUATE TRUE
                 WHEN REG-PARAMETRO (1:14) = "MODO=VERIFICA "
                    SET WS-MODO-VERIFICA TO TRUE
                 WHEN REG-PARAMETRO (1:4) = "JOB="
                    MOVE REG-PARAMETRO (5:8) TO FXE-STA-JOB
                 WHEN REG-PARAMETRO (1:6) = "PASSO="
                    MOVE REG-PARAMETRO (7:8) TO FXE-STA-PASSO
                 WHEN REG-PARAMETRO = SPACES
                    CONTINUE
                 WHEN OTHER
                    DISPLAY "CARTAO DE EXECPARM IGNORADO: "
                       REG-PARAMETRO
              END-EVALUATE
           END-IF.
       1410-LE-PROXIMO-PARAMETRO-EXIT.
           EXIT.

      ******************************************************************
      * 2000-VERIFICA-CHECKPOINT - le CHECKPT ate o fim e fica com a
      * ultima linha, como a classificacao faz ao partir. Diferente de
      * zero: a execucao anterior abendou depois de gravar saida e tem
      * que ser retomada com RESTART=STEP010 - uma execucao nova
      * arquivaria as saidas parciais e perderia a retomada. CHECKPT
      * ausente ou vazio e partida normal.
      ******************************************************************
       2000-VERIFICA-CHECKPOINT.
           OPEN INPUT CHECKPT.
           IF WS-STATUS-CHECKPT = "00"
              PERFORM 2010-LE-PROXIMO-CHECKPOINT
                 THRU 2010-LE-PROXIMO-CHECKPOINT-EXIT
                 UNTIL WS-FIM-ARQ-CHECKPT
              CLOSE CHECKPT
           END-IF.

           MOVE SPACES TO WS-LINHA-TITULO-PART.
           IF WS-QTDE-CHECKPOINT > ZERO
              SET WS-PARTIDA-RECUSADA TO TRUE
              MOVE WS-QTDE-CHECKPOINT TO WS-QTDE-EDITADA
              STRING "RECUSADA - CHECKPOINT DE EXECUCAO ABENDADA ("
                 WS-QTDE-EDITADA " REGISTROS) - RESUBMETER COM "
                 "RESTART=STEP010"
                 DELIMITED BY SIZE INTO WS-TITULO-PART-TEXTO
              DISPLAY WS-TITULO-PART-TEXTO
           ELSE
              MOVE "CHECKPOINT...........: SEM RESTART PENDENTE"
                 TO WS-TITULO-PART-TEXTO
           END-IF.
           WRITE REG-RELATORIO-PART FROM WS-LINHA-TITULO-PART.
       2000-VERIFICA-CHECKPOINT-EXIT.
           EXIT.

       2010-LE-PROXIMO-CHECKPOINT.
           READ CHECKPT
              AT END
                 SET WS-FIM-ARQ-CHECKPT TO TRUE
              NOT AT END
                 MOVE REG-CHECKPOINT TO FXE-REGISTRO-CHECKPOINT
                 IF FXE-CKP-QTDE-PROCESSADA IS NUMERIC
                    MOVE FXE-CKP-QTDE-PROCESSADA
                       TO WS-QTDE-CHECKPOINT
                 END-IF
           END-READ.
       2010-LE-PROXIMO-CHECKPOINT-EXIT.
           EXIT.

      ******************************************************************
      * 2500-VERIFICA-BATIMENTO - reconta o EXTRATO ativo (o da noite
      * anterior, ainda nao arquivado) e exige em EXTBAT um batimento
      * confirmado com a data do controle EXTCTL e a mesma quantidade
      * e hash. EXTRATO vazio ou ausente nao tem o que confirmar (ja
      * arquivado, ou primeira noite). Sem controle, sem livro ou sem
      * batimento que feche, a partida e recusada.
      ******************************************************************
       2500-VERIFICA-BATIMENTO.
           OPEN INPUT EXTRATO.
           IF WS-STATUS-EXTRATO = "00"
              PERFORM 2510-CONTA-EXTRATO
                 THRU 2510-CONTA-EXTRATO-EXIT
                 UNTIL WS-FIM-ARQ-EXTRATO
              CLOSE EXTRATO
           END-IF.
           MOVE "N" TO WS-FIM-EXTRATO.

           MOVE SPACES TO WS-LINHA-TITULO-PART.
           IF WS-CONT-EXTRATO = ZERO
              MOVE "EXTRATO ATIVO........: VAZIO - NADA A CONFIRMAR"
                 TO WS-TITULO-PART-TEXTO
              WRITE REG-RELATORIO-PART FROM WS-LINHA-TITULO-PART
              GO TO 2500-VERIFICA-BATIMENTO-EXIT
           END-IF.

           MOVE WS-CONT-EXTRATO TO WS-QTDE-EDITADA.
           STRING "EXTRATO ATIVO........: " WS-QTDE-EDITADA
              " REGISTROS"
              DELIMITED BY SIZE INTO WS-TITULO-PART-TEXTO.
           WRITE REG-RELATORIO-PART FROM WS-LINHA-TITULO-PART.

           OPEN INPUT EXTCTL.
           IF WS-STATUS-EXTCTL = "00"
              READ EXTCTL
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE REG-CONTROLE-TRANSM
                       TO FXE-REGISTRO-TRANSMISSAO
                    MOVE FXE-TRM-DATA TO WS-CTL-DATA
                    MOVE FXE-TRM-QTDE TO WS-CTL-QTDE
                    MOVE FXE-TRM-HASH TO WS-CTL-HASH
                    SET WS-CONTROLE-LIDO TO TRUE
              END-READ
              CLOSE EXTCTL
           END-IF.

           MOVE SPACES TO WS-LINHA-TITULO-PART.
           IF NOT WS-CONTROLE-LIDO
              SET WS-PARTIDA-RECUSADA TO TRUE
              STRING "RECUSADA - EXTRATO DA NOITE ANTERIOR SEM "
                 "CONTROLE DE TRANSMISSAO (EXTCTL)"
                 DELIMITED BY SIZE INTO WS-TITULO-PART-TEXTO
              DISPLAY WS-TITULO-PART-TEXTO
              WRITE REG-RELATORIO-PART FROM WS-LINHA-TITULO-PART
              GO TO 2500-VERIFICA-BATIMENTO-EXIT
           END-IF.

           OPEN INPUT EXTBAT.
           IF WS-STATUS-EXTBAT = "00"
              PERFORM 2520-PROCURA-BATIMENTO
                 THRU 2520-PROCURA-BATIMENTO-EXIT
                 UNTIL WS-FIM-ARQ-EXTBAT
              CLOSE EXTBAT
           END-IF.

           IF WS-BATIMENTO-ENCONTRADO
              STRING "BATIMENTO COM O BI...: CONFIRMADO POR EXTCONF "
                 "PARA O CONTROLE DE " WS-CTL-DATA
                 DELIMITED BY SIZE INTO WS-TITULO-PART-TEXTO
           ELSE
              SET WS-PARTIDA-RECUSADA TO TRUE
              STRING "RECUSADA - EXTRATO DE " WS-CTL-DATA
                 " SEM BATIMENTO CONFIRMADO COM O BI - RODAR ANTES "
                 "O JOB EXTCONF"
                 DELIMITED BY SIZE INTO WS-TITULO-PART-TEXTO
              DISPLAY WS-TITULO-PART-TEXTO
           END-IF.
           WRITE REG-RELATORIO-PART FROM WS-LINHA-TITULO-PART.
       2500-VERIFICA-BATIMENTO-EXIT.
           EXIT.

       2510-CONTA-EXTRATO.
           READ EXTRATO
              AT END
                 SET WS-FIM-ARQ-EXTRATO TO TRUE
              NOT AT END
                 MOVE REG-EXTRATO TO FXE-REGISTRO-EXTRATO
                 ADD 1 TO WS-CONT-EXTRATO
                 ADD FXE-EXT-MATRICULA TO WS-HASH-EXTRATO
           END-READ.
       2510-CONTA-EXTRATO-EXIT.
           EXIT.

       2520-PROCURA-BATIMENTO.
           READ EXTBAT
              AT END
                 SET WS-FIM-ARQ-EXTBAT TO TRUE
              NOT AT END
                 MOVE REG-BATIMENTO TO FXE-REGISTRO-TRANSMISSAO
                 IF FXE-TRM-DATA = WS-CTL-DATA
                    AND FXE-TRM-QTDE = WS-CONT-EXTRATO
                    AND FXE-TRM-HASH = WS-HASH-EXTRATO
                    SET WS-BATIMENTO-ENCONTRADO TO TRUE
                 END-IF
           END-READ.
       2520-PROCURA-BATIMENTO-EXIT.
           EXIT.

      ******************************************************************
      * 3000-ARQUIVA-SAIDAS - copia as tres saidas ativas para as
      * geracoes de historico. Dataset ativo ausente conta como vazio
      * (gera a geracao vazia, para o historico nao pular a noite).
      ******************************************************************
       3000-ARQUIVA-SAIDAS.
           PERFORM 3100-ARQUIVA-RELATORIO
              THRU 3100-ARQUIVA-RELATORIO-EXIT.
           PERFORM 3200-ARQUIVA-EXTRATO
              THRU 3200-ARQUIVA-EXTRATO-EXIT.
           PERFORM 3300-ARQUIVA-REJEITOS
              THRU 3300-ARQUIVA-REJEITOS-EXIT.

           IF WS-CONT-REL-LIDOS NOT = WS-CONT-REL-GRAVADOS
              OR WS-CONT-EXT-LIDOS NOT = WS-CONT-EXT-GRAVADOS
              OR WS-CONT-REJ-LIDOS NOT = WS-CONT-REJ-GRAVADOS
              SET WS-HOUVE-ERRO-ARQUIVAMENTO TO TRUE
           END-IF.
       3000-ARQUIVA-SAIDAS-EXIT.
           EXIT.

       3100-ARQUIVA-RELATORIO.
           OPEN OUTPUT RELHIST.
           IF WS-STATUS-RELHIST NOT = "00"
              DISPLAY "ERRO - FALHA AO ABRIR RELHIST - STATUS "
                 WS-STATUS-RELHIST
              SET WS-HOUVE-ERRO-ARQUIVAMENTO TO TRUE
              GO TO 3100-ARQUIVA-RELATORIO-EXIT
           END-IF.
           OPEN INPUT RELATSAI.
           IF WS-STATUS-RELATSAI = "00"
              PERFORM 3110-COPIA-RELATORIO
                 THRU 3110-COPIA-RELATORIO-EXIT
                 UNTIL WS-FIM-ARQ-RELATSAI
              CLOSE RELATSAI
           END-IF.
           CLOSE RELHIST.
       3100-ARQUIVA-RELATORIO-EXIT.
           EXIT.

       3110-COPIA-RELATORIO.
           READ RELATSAI
              AT END
                 SET WS-FIM-ARQ-RELATSAI TO TRUE
           END-READ.
           IF NOT WS-FIM-ARQ-RELATSAI
              ADD 1 TO WS-CONT-REL-LIDOS
              WRITE REG-RELATORIO-HIST FROM REG-RELATORIO
              IF WS-STATUS-RELHIST = "00"
                 ADD 1 TO WS-CONT-REL-GRAVADOS
              ELSE
                 DISPLAY "ERRO NA GRAVACAO DE RELHIST - STATUS "
                    WS-STATUS-RELHIST
              END-IF
           END-IF.
       3110-COPIA-RELATORIO-EXIT.
           EXIT.

       3200-ARQUIVA-EXTRATO.
           OPEN OUTPUT EXTHIST.
           IF WS-STATUS-EXTHIST NOT = "00"
              DISPLAY "ERRO - FALHA AO ABRIR EXTHIST - STATUS "
                 WS-STATUS-EXTHIST
              SET WS-HOUVE-ERRO-ARQUIVAMENTO TO TRUE
              GO TO 3200-ARQUIVA-EXTRATO-EXIT
           END-IF.
           OPEN INPUT EXTRATO.
           IF WS-STATUS-EXTRATO = "00"
              PERFORM 3210-COPIA-EXTRATO
                 THRU 3210-COPIA-EXTRATO-EXIT
                 UNTIL WS-FIM-ARQ-EXTRATO
              CLOSE EXTRATO
           END-IF.
           CLOSE EXTHIST.
       3200-ARQUIVA-EXTRATO-EXIT.
           EXIT.

       3210-COPIA-EXTRATO.
           READ EXTRATO
              AT END
                 SET WS-FIM-ARQ-EXTRATO TO TRUE
           END-READ.
           IF NOT WS-FIM-ARQ-EXTRATO
              ADD 1 TO WS-CONT-EXT-LIDOS
              WRITE REG-EXTRATO-HIST FROM REG-EXTRATO
              IF WS-STATUS-EXTHIST = "00"
                 ADD 1 TO WS-CONT-EXT-GRAVADOS
              ELSE
                 DISPLAY "ERRO NA GRAVACAO DE EXTHIST - STATUS "
                    WS-STATUS-EXTHIST
              END-IF
           END-IF.
       3210-COPIA-EXTRATO-EXIT.
           EXIT.

       3300-ARQUIVA-REJEITOS.
           OPEN OUTPUT REJHIST.
           IF WS-STATUS-REJHIST NOT = "00"
              DISPLAY "ERRO - FALHA AO ABRIR REJHIST - STATUS "
                 WS-STATUS-REJHIST
              SET WS-HOUVE-ERRO-ARQUIVAMENTO TO TRUE
              GO TO 3300-ARQUIVA-REJEITOS-EXIT
           END-IF.
           OPEN INPUT REJEITOS.
           IF WS-STATUS-REJEITOS = "00"
              PERFORM 3310-COPIA-REJEITOS
                 THRU 3310-COPIA-REJEITOS-EXIT
                 UNTIL WS-FIM-ARQ-REJEITOS
              CLOSE REJEITOS
           END-IF.
           CLOSE REJHIST.
       3300-ARQUIVA-REJEITOS-EXIT.
           EXIT.

       3310-COPIA-REJEITOS.
           READ REJEITOS
              AT END
                 SET WS-FIM-ARQ-REJEITOS TO TRUE
           END-READ.
           IF NOT WS-FIM-ARQ-REJEITOS
              ADD 1 TO WS-CONT-REJ-LIDOS
              WRITE REG-REJEITO-HIST FROM REG-REJEITO
              IF WS-STATUS-REJHIST = "00"
                 ADD 1 TO WS-CONT-REJ-GRAVADOS
              ELSE
                 DISPLAY "ERRO NA GRAVACAO DE REJHIST - STATUS "
                    WS-STATUS-REJHIST
              END-IF
           END-IF.
       3310-COPIA-REJEITOS-EXIT.
           EXIT.

      ******************************************************************
      * 4000-ESVAZIA-SAIDAS - so depois das tres copias conferidas:
      * reabre cada dataset ativo em OUTPUT (vazio) e em seguida o le
      * de novo para confirmar que nao sobrou registro. A
      * classificacao que vem depois abre os tres em MOD e encontra os
      * arquivos vazios, sem misturar duas noites.
      ******************************************************************
       4000-ESVAZIA-SAIDAS.
           MOVE "N" TO WS-FIM-RELATSAI.
           OPEN OUTPUT RELATSAI.
           IF WS-STATUS-RELATSAI = "00"
              CLOSE RELATSAI
              OPEN INPUT RELATSAI
           END-IF.
           IF WS-STATUS-RELATSAI = "00"
              READ RELATSAI
                 AT END
                    SET WS-FIM-ARQ-RELATSAI TO TRUE
              END-READ
              CLOSE RELATSAI
           END-IF.
           IF NOT WS-FIM-ARQ-RELATSAI
              DISPLAY "ERRO - RELATSAI NAO FICOU VAZIO - STATUS "
                 WS-STATUS-RELATSAI
              SET WS-HOUVE-ERRO-ARQUIVAMENTO TO TRUE
           END-IF.

           MOVE "N" TO WS-FIM-EXTRATO.
           OPEN OUTPUT EXTRATO.
           IF WS-STATUS-EXTRATO = "00"
              CLOSE EXTRATO
              OPEN INPUT EXTRATO
           END-IF.
           IF WS-STATUS-EXTRATO = "00"
              READ EXTRATO
                 AT END
                    SET WS-FIM-ARQ-EXTRATO TO TRUE
              END-READ
              CLOSE EXTRATO
           END-IF.
           IF NOT WS-FIM-ARQ-EXTRATO
              DISPLAY "ERRO - EXTRATO NAO FICOU VAZIO - STATUS "
                 WS-STATUS-EXTRATO
              SET WS-HOUVE-ERRO-ARQUIVAMENTO TO TRUE
           END-IF.

           MOVE "N" TO WS-FIM-REJEITOS.
           OPEN OUTPUT REJEITOS.
           IF WS-STATUS-REJEITOS = "00"
              CLOSE REJEITOS
              OPEN INPUT REJEITOS
           END-IF.
           IF WS-STATUS-REJEITOS = "00"
              READ REJEITOS
                 AT END
                    SET WS-FIM-ARQ-REJEITOS TO TRUE
              END-READ
              CLOSE REJEITOS
           END-IF.
           IF NOT WS-FIM-ARQ-REJEITOS
              DISPLAY "ERRO - REJEITOS NAO FICOU VAZIO - STATUS "
                 WS-STATUS-REJEITOS
              SET WS-HOUVE-ERRO-ARQUIVAMENTO TO TRUE
           END-IF.
       4000-ESVAZIA-SAIDAS-EXIT.
           EXIT.

      ******************************************************************
      * 7000-IMPRIME-RESULTADO - lidos x arquivados por dataset (so no
      * arquivamento) e o resultado da trava.
      ******************************************************************
       7000-IMPRIME-RESULTADO.
           IF WS-MODO-ARQUIVA AND NOT WS-PARTIDA-RECUSADA
              MOVE SPACES TO WS-LINHA-TITULO-PART
              WRITE REG-RELATORIO-PART FROM WS-LINHA-TITULO-PART
              MOVE "RELATSAI" TO WS-CPA-DATASET
              MOVE WS-CONT-REL-LIDOS TO WS-CPA-LIDOS
              MOVE WS-CONT-REL-GRAVADOS TO WS-CPA-GRAVADOS
              PERFORM 7100-IMPRIME-COPIA
                 THRU 7100-IMPRIME-COPIA-EXIT
              MOVE "EXTRATO" TO WS-CPA-DATASET
              MOVE WS-CONT-EXT-LIDOS TO WS-CPA-LIDOS
              MOVE WS-CONT-EXT-GRAVADOS TO WS-CPA-GRAVADOS
              PERFORM 7100-IMPRIME-COPIA
                 THRU 7100-IMPRIME-COPIA-EXIT
              MOVE "REJEITOS" TO WS-CPA-DATASET
              MOVE WS-CONT-REJ-LIDOS TO WS-CPA-LIDOS
              MOVE WS-CONT-REJ-GRAVADOS TO WS-CPA-GRAVADOS
              PERFORM 7100-IMPRIME-COPIA
                 THRU 7100-IMPRIME-COPIA-EXIT
           END-IF.

           MOVE SPACES TO WS-LINHA-TITULO-PART.
           WRITE REG-RELATORIO-PART FROM WS-LINHA-TITULO-PART.
           EVALUATE TRUE
              WHEN WS-PARTIDA-RECUSADA
                 STRING "RESULTADO: PARTIDA RECUSADA - NADA FOI "
                    "ARQUIVADO NEM ESVAZIADO"
                    DELIMITED BY SIZE INTO WS-TITULO-PART-TEXTO
              WHEN WS-HOUVE-ERRO-ARQUIVAMENTO
                 STRING "RESULTADO: ARQUIVAMENTO NAO CONFERE - "
                    "ACIONAR O SUPORTE ANTES DE CLASSIFICAR"
                    DELIMITED BY SIZE INTO WS-TITULO-PART-TEXTO
              WHEN WS-MODO-VERIFICA
                 MOVE "RESULTADO: PARTIDA LIBERADA"
                    TO WS-TITULO-PART-TEXTO
              WHEN OTHER
                 STRING "RESULTADO: NOITE ANTERIOR ARQUIVADA E "
                    "SAIDAS ATIVAS VAZIAS - PARTIDA LIBERADA"
                    DELIMITED BY SIZE INTO WS-TITULO-PART-TEXTO
           END-EVALUATE.
           WRITE REG-RELATORIO-PART FROM WS-LINHA-TITULO-PART.
       7000-IMPRIME-RESULTADO-EXIT.
           EXIT.

       7100-IMPRIME-COPIA.
           IF WS-CPA-LIDOS = WS-CPA-GRAVADOS
              MOVE "COPIA CONFERE" TO WS-CPA-RESULTADO
           ELSE
              MOVE "COPIA NAO CONFERE" TO WS-CPA-RESULTADO
           END-IF.
           WRITE REG-RELATORIO-PART FROM WS-LINHA-COPIA.
       7100-IMPRIME-COPIA-EXIT.
           EXIT.

       8000-FINALIZACAO.
           IF NOT WS-HOUVE-ERRO-ABERTURA
              CLOSE ROTRPT
           END-IF.
       8000-FINALIZACAO-EXIT.
           EXIT.

      ******************************************************************
      * 8900-GRAVA-SITUACAO-PASSO - acrescenta em JOBSTAT a situacao
      * do passo para a folha da manha (EXECSTAT): registros lidos e
      * arquivados das tres saidas e, como rejeitado, a recusa da
      * partida ou a falha do arquivamento. Sem a DD JOBSTAT nada e
      * gravado; uma falha de gravacao so e avisada.
      ******************************************************************
       8900-GRAVA-SITUACAO-PASSO.
           OPEN EXTEND JOBSTAT.
           IF WS-STATUS-JOBSTAT NOT = "00"
              GO TO 8900-GRAVA-SITUACAO-PASSO-EXIT
           END-IF.

           MOVE "FAIXPART" TO FXE-STA-PROGRAMA.
           ACCEPT FXE-STA-DATA-FIM FROM DATE YYYYMMDD.
           ACCEPT FXE-STA-HORA-FIM FROM TIME.
           COMPUTE FXE-STA-QTDE-LIDOS = WS-CONT-REL-LIDOS
              + WS-CONT-EXT-LIDOS + WS-CONT-REJ-LIDOS.
           COMPUTE FXE-STA-QTDE-GRAVADOS = WS-CONT-REL-GRAVADOS
              + WS-CONT-EXT-GRAVADOS + WS-CONT-REJ-GRAVADOS.
           IF WS-PARTIDA-RECUSADA OR WS-HOUVE-ERRO-ARQUIVAMENTO
              MOVE 1 TO FXE-STA-QTDE-REJEITADOS
           ELSE
              MOVE ZERO TO FXE-STA-QTDE-REJEITADOS
           END-IF.
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

       END PROGRAM FAIXPART.

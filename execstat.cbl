      ******************************************************************
      * Author:
      * Date:
      * Purpose: folha de situacao da manha da esteira noturna. Le o
      *          arquivo de situacao de passos JOBSTAT (copybook
      *          FXESTA), em que cada passo da esteira - POPQUALI,
      *          FAIXPART, POPMANUT, FAIXAETARIA, CONCILIA e EXTCONF -
      *          acrescenta ao terminar o job, o passo, as contagens e
      *          o RETURN-CODE, e o livro de execucoes EXECLOG, e
      *          imprime em STATRPT uma pagina com o veredito de cada
      *          passo (VERDE, AMARELO ou VERMELHO) e o da noite.
      *          Aponta o que falta: passo esperado sem registro (nao
      *          rodou ou abendou antes de gravar a situacao), abertura
      *          do EXECLOG sem encerramento e noite sem execucao
      *          noturna encerrada. Substitui a abertura do SYSOUT de
      *          cada passo pelo analista de plantao para saber se a
      *          noite esta limpa.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXECSTAT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOBSTAT ASSIGN TO "JOBSTAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-JOBSTAT.

           SELECT EXECLOG ASSIGN TO "EXECLOG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-EXECLOG.

           SELECT EXECPARM ASSIGN TO "EXECPARM"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-EXECPARM.

           SELECT STATRPT ASSIGN TO "STATRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-STATRPT.

       DATA DIVISION.
       FILE SECTION.
       FD  JOBSTAT
           RECORDING MODE IS F.
       01  REG-STATUS-JOB             PIC X(100).

       FD  EXECLOG
           RECORDING MODE IS F.
       01  REG-EXECUCAO               PIC X(060).

      ******************************************************************
      * EXECPARM - cartoes PALAVRA=VALOR, como nos demais programas da
      * esteira. Cartao reconhecido:
      *   DATA-REF=AAAAMMDD - data em que a noite comecou (default: a
      *                       vespera da data do sistema - a folha
      *                       roda de manha). Entram na folha os
      *                       passos iniciados na DATA-REF e os
      *                       iniciados no dia seguinte antes do meio-
      *                       dia (a esteira vira a meia-noite e o
      *                       batimento do BI roda de manha).
      ******************************************************************
       FD  EXECPARM
           RECORDING MODE IS F.
       01  REG-PARAMETRO              PIC X(080).

       FD  STATRPT
           RECORDING MODE IS F.
       01  REG-RELATORIO-STATUS       PIC X(132).

       WORKING-STORAGE SECTION.
       77  WS-STATUS-JOBSTAT          PIC X(002) VALUE SPACES.
       77  WS-STATUS-EXECLOG          PIC X(002) VALUE SPACES.
       77  WS-STATUS-EXECPARM         PIC X(002) VALUE SPACES.
       77  WS-STATUS-STATRPT          PIC X(002) VALUE SPACES.

       77  WS-FIM-JOBSTAT             PIC X(001) VALUE "N".
           88 WS-FIM-ARQ-JOBSTAT               VALUE "S".
       77  WS-FIM-EXECLOG             PIC X(001) VALUE "N".
           88 WS-FIM-ARQ-EXECLOG               VALUE "S".
       77  WS-FIM-EXECPARM            PIC X(001) VALUE "N".
           88 WS-FIM-ARQ-EXECPARM              VALUE "S".

       77  WS-ERRO-ABERTURA           PIC X(001) VALUE "N".
           88 WS-HOUVE-ERRO-ABERTURA           VALUE "S".

       COPY FXESTA.
       COPY FXERUN.

      ******************************************************************
      * Janela da noite: a DATA-REF inteira mais o dia seguinte ate o
      * corte do meio-dia. Datas de trabalho com visao numerica para o
      * calculo de vespera e dia seguinte (virada de mes e de ano,
      * fevereiro bissexto), sem depender de rotina de calendario.
      ******************************************************************
       01  WS-DATA-REF                PIC X(008) VALUE SPACES.
       01  WS-DATA-SEGUINTE           PIC X(008) VALUE SPACES.
       01  WS-HORA-CORTE              PIC X(008) VALUE "12000000".

       01  WS-DATA-CALCULO.
           05 WS-CAL-ANO              PIC 9(004).
           05 WS-CAL-MES              PIC 9(002).
           05 WS-CAL-DIA              PIC 9(002).
       01  WS-DATA-CALCULO-ALFA REDEFINES WS-DATA-CALCULO
                                      PIC X(008).

       01  WS-DIAS-MES-VALORES        PIC X(024)
           VALUE "312831303130313130313031".
       01  WS-TABELA-DIAS-MES REDEFINES WS-DIAS-MES-VALORES.
           05 WS-DIAS-DO-MES OCCURS 12 TIMES
                                      PIC 9(002).
       77  WS-DIAS-LIMITE             PIC 9(002) VALUE ZERO.
       77  WS-RESTO-ANO               PIC 9(004) COMP VALUE ZERO.

       77  WS-NA-JANELA               PIC X(001) VALUE "N".
           88 WS-DENTRO-DA-JANELA              VALUE "S".
       01  WS-JANELA-DATA             PIC X(008).
       01  WS-JANELA-HORA             PIC X(008).

      ******************************************************************
      * Passos esperados numa noite completa, na ordem em que rodam:
      * a varredura de qualidade antes da esteira, os passos do
      * FAIXAET e o batimento do BI da manha. Carregados por VALUE e
      * copiados para a tabela de trabalho, que recebe ainda qualquer
      * outro passo que tenha gravado situacao na janela (ate 20).
      ******************************************************************
       01  WS-PASSOS-VALORES-INICIAIS.
           05 FILLER                  PIC X(028)
              VALUE "POPQUALISTEP010 POPQUALI    ".
           05 FILLER                  PIC X(028)
              VALUE "FAIXAET STEP002 FAIXPART    ".
           05 FILLER                  PIC X(028)
              VALUE "FAIXAET STEP003 FAIXPART    ".
           05 FILLER                  PIC X(028)
              VALUE "FAIXAET STEP005 POPMANUT    ".
           05 FILLER                  PIC X(028)
              VALUE "FAIXAET STEP010 FAIXAETARIA ".
           05 FILLER                  PIC X(028)
              VALUE "FAIXAET STEP020 CONCILIA    ".
           05 FILLER                  PIC X(028)
              VALUE "FAIXAET STEP030 EXTCONF     ".
           05 FILLER                  PIC X(028)
              VALUE "EXTCONF STEP010 EXTCONF     ".
       01  WS-PASSOS-ESPERADOS REDEFINES WS-PASSOS-VALORES-INICIAIS.
           05 WS-ESP-ENT OCCURS 8 TIMES.
              10 WS-ESP-JOB           PIC X(008).
              10 WS-ESP-PASSO         PIC X(008).
              10 WS-ESP-PROGRAMA      PIC X(012).
       77  WS-QTDE-ESPERADOS          PIC 9(002) COMP VALUE 8.

       01  WS-TABELA-PASSOS.
           05 WS-PAS-ENT OCCURS 20 TIMES
                         INDEXED BY WS-IDX-PAS-TAB.
              10 WS-PAS-JOB           PIC X(008).
              10 WS-PAS-PASSO         PIC X(008).
              10 WS-PAS-PROGRAMA      PIC X(012).
              10 WS-PAS-ESPERADO      PIC X(001).
              10 WS-PAS-QTDE-EXEC     PIC 9(003) COMP.
              10 WS-PAS-REGISTRO      PIC X(100).
       77  WS-QTDE-PASSOS             PIC 9(002) COMP VALUE ZERO.
       77  WS-IDX-PASSO               PIC 9(002) COMP VALUE ZERO.

      ******************************************************************
      * Veredito: 0 VERDE, 1 AMARELO, 2 VERMELHO. O da noite e o pior
      * de todos os passos e de todas as conferencias do EXECLOG, e
      * vira o RETURN-CODE da folha (0, 4 ou 8) para o escalonador.
      ******************************************************************
       77  WS-SITUACAO                PIC 9(001) VALUE ZERO.
           88 WS-SIT-VERDE                     VALUE 0.
           88 WS-SIT-AMARELO                   VALUE 1.
           88 WS-SIT-VERMELHO                  VALUE 2.
       77  WS-SITUACAO-NOITE          PIC 9(001) VALUE ZERO.
           88 WS-NOITE-VERDE                   VALUE 0.
           88 WS-NOITE-AMARELA                 VALUE 1.
           88 WS-NOITE-VERMELHA                VALUE 2.
       01  WS-TEXTO-SITUACAO          PIC X(008) VALUE SPACES.

       77  WS-CONT-VERDE              PIC 9(003) COMP VALUE ZERO.
       77  WS-CONT-AMARELO            PIC 9(003) COMP VALUE ZERO.
       77  WS-CONT-VERMELHO           PIC 9(003) COMP VALUE ZERO.
       77  WS-CONT-FORA-JANELA        PIC 9(007) COMP VALUE ZERO.
       77  WS-CONT-DESCARTADOS        PIC 9(007) COMP VALUE ZERO.

      ******************************************************************
      * Conferencia do EXECLOG, no mesmo pareamento de EXECCONS:
      * abertura pendente ate o encerramento seguinte; abertura nova
      * com outra pendente denuncia a anterior como abandonada;
      * abertura pendente no fim do livro e execucao em voo ou
      * abendada - a trava de partida recusa a proxima noite.
      ******************************************************************
       77  WS-TEM-PENDENTE            PIC X(001) VALUE "N".
           88 WS-ABERTURA-PENDENTE             VALUE "S".
       01  WS-ABERTURA-GUARDADA.
           05 WS-PEND-MODO            PIC X(001).
           05 WS-PEND-DATA            PIC X(008).
           05 WS-PEND-HORA            PIC X(008).
           05 WS-PEND-DATA-PROC       PIC X(008).

       77  WS-NOTURNA-LIVRO           PIC X(001) VALUE "N".
           88 WS-NOTURNA-ENCONTRADA            VALUE "S".
       01  WS-MODO-EXTENSO            PIC X(009) VALUE SPACES.
       77  WS-PONTEIRO                PIC 9(003) COMP VALUE ZERO.

       01  WS-HORA-ORIGEM.
           05 WS-HOR-HH               PIC X(002).
           05 WS-HOR-MM               PIC X(002).
           05 WS-HOR-SS               PIC X(002).
           05 FILLER                  PIC X(002).
       01  WS-HORA-EDITADA.
           05 WS-HED-HH               PIC X(002).
           05 FILLER                  PIC X(001) VALUE ":".
           05 WS-HED-MM               PIC X(002).
           05 FILLER                  PIC X(001) VALUE ":".
           05 WS-HED-SS               PIC X(002).
       01  WS-HORA-INI-EDITADA        PIC X(008) VALUE SPACES.

       77  WS-QTDE-EDITADA            PIC ZZZ,ZZ9.
       77  WS-QTDE-EDITADA-2          PIC ZZZ,ZZ9.
       77  WS-RC-EDITADO              PIC Z9.
       77  WS-VEZES-EDITADO           PIC Z9.

      ******************************************************************
      * Linhas da folha (STATRPT).
      ******************************************************************
       01  WS-LINHA-TITULO-STAT.
           05 WS-TITULO-STAT-TEXTO    PIC X(100).
           05 FILLER                  PIC X(032) VALUE SPACES.

       01  WS-LINHA-PASSO-CAB.
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 FILLER                  PIC X(010) VALUE "JOB".
           05 FILLER                  PIC X(010) VALUE "PASSO".
           05 FILLER                  PIC X(013) VALUE "PROGRAMA".
           05 FILLER                  PIC X(009) VALUE "DATA".
           05 FILLER                  PIC X(010) VALUE "INICIO".
           05 FILLER                  PIC X(009) VALUE "FIM".
           05 FILLER                  PIC X(008) VALUE "  LIDOS".
           05 FILLER                  PIC X(008) VALUE "  GRAV.".
           05 FILLER                  PIC X(008) VALUE " REJEIT".
           05 FILLER                  PIC X(008) VALUE " ALERTA".
           05 FILLER                  PIC X(004) VALUE "RC".
           05 FILLER                  PIC X(010) VALUE "SITUACAO".
           05 FILLER                  PIC X(023) VALUE "OBSERVACAO".

       01  WS-LINHA-PASSO.
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 WS-LPS-JOB              PIC X(008).
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 WS-LPS-PASSO            PIC X(008).
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 WS-LPS-PROGRAMA         PIC X(012).
           05 FILLER                  PIC X(001) VALUE SPACE.
           05 WS-LPS-DATA-INI         PIC X(008).
           05 FILLER                  PIC X(001) VALUE SPACE.
           05 WS-LPS-HORA-INI         PIC X(008).
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 WS-LPS-HORA-FIM         PIC X(008).
           05 FILLER                  PIC X(001) VALUE SPACE.
           05 WS-LPS-LIDOS            PIC X(007).
           05 FILLER                  PIC X(001) VALUE SPACE.
           05 WS-LPS-GRAVADOS         PIC X(007).
           05 FILLER                  PIC X(001) VALUE SPACE.
           05 WS-LPS-REJEITADOS       PIC X(007).
           05 FILLER                  PIC X(001) VALUE SPACE.
           05 WS-LPS-ALERTAS          PIC X(007).
           05 FILLER                  PIC X(001) VALUE SPACE.
           05 WS-LPS-RC               PIC X(002).
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 WS-LPS-SITUACAO         PIC X(008).
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 WS-LPS-OBS              PIC X(021).
           05 FILLER                  PIC X(002) VALUE SPACES.

       01  WS-LINHA-OCORRENCIA.
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 WS-LOC-DESCRICAO        PIC X(108).
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 WS-LOC-SITUACAO         PIC X(008).
           05 FILLER                  PIC X(012) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZACAO
              THRU 1000-INICIALIZACAO-EXIT.

           IF WS-HOUVE-ERRO-ABERTURA
              MOVE 16 TO RETURN-CODE
           ELSE
              PERFORM 2000-LE-SITUACOES
                 THRU 2000-LE-SITUACOES-EXIT
              PERFORM 3000-AVALIA-PASSOS
                 THRU 3000-AVALIA-PASSOS-EXIT
              PERFORM 4000-CONFERE-LIVRO
                 THRU 4000-CONFERE-LIVRO-EXIT
              PERFORM 7000-IMPRIME-VEREDITO
                 THRU 7000-IMPRIME-VEREDITO-EXIT
              EVALUATE TRUE
                 WHEN WS-NOITE-VERMELHA
                    MOVE 8 TO RETURN-CODE
                 WHEN WS-NOITE-AMARELA
                    MOVE 4 TO RETURN-CODE
              END-EVALUATE
           END-IF.

           PERFORM 8000-FINALIZACAO
              THRU 8000-FINALIZACAO-EXIT.

           STOP RUN.

      ******************************************************************
      * 1000-INICIALIZACAO - monta a janela da noite, carrega os passos
      * esperados e abre JOBSTAT e STATRPT. O EXECLOG e aberto so na
      * conferencia do livro: sem ele a folha sai assim mesmo, com a
      * ausencia apontada em vermelho.
      ******************************************************************
       1000-INICIALIZACAO.
           PERFORM 1400-LE-PARAMETROS
              THRU 1400-LE-PARAMETROS-EXIT.

           IF WS-DATA-REF = SPACES
              ACCEPT WS-DATA-CALCULO-ALFA FROM DATE YYYYMMDD
              PERFORM 1210-CALCULA-VESPERA
                 THRU 1210-CALCULA-VESPERA-EXIT
              MOVE WS-DATA-CALCULO-ALFA TO WS-DATA-REF
           END-IF.
           MOVE WS-DATA-REF TO WS-DATA-CALCULO-ALFA.
           PERFORM 1220-CALCULA-DIA-SEGUINTE
              THRU 1220-CALCULA-DIA-SEGUINTE-EXIT.
           MOVE WS-DATA-CALCULO-ALFA TO WS-DATA-SEGUINTE.

           PERFORM 1100-CARREGA-ESPERADOS
              THRU 1100-CARREGA-ESPERADOS-EXIT
              VARYING WS-IDX-PASSO FROM 1 BY 1
              UNTIL WS-IDX-PASSO > WS-QTDE-ESPERADOS.

           OPEN INPUT JOBSTAT.
           IF WS-STATUS-JOBSTAT NOT = "00"
              DISPLAY
                 "ERRO FATAL - FALHA AO ABRIR JOBSTAT - STATUS "
                 WS-STATUS-JOBSTAT
              SET WS-HOUVE-ERRO-ABERTURA TO TRUE
           END-IF.

           OPEN OUTPUT STATRPT.
           IF WS-STATUS-STATRPT NOT = "00"
              DISPLAY
                 "ERRO FATAL - FALHA AO ABRIR STATRPT - STATUS "
                 WS-STATUS-STATRPT
              SET WS-HOUVE-ERRO-ABERTURA TO TRUE
           END-IF.
       1000-INICIALIZACAO-EXIT.
           EXIT.

       1100-CARREGA-ESPERADOS.
           ADD 1 TO WS-QTDE-PASSOS.
           MOVE WS-ESP-JOB (WS-IDX-PASSO)
              TO WS-PAS-JOB (WS-QTDE-PASSOS).
           MOVE WS-ESP-PASSO (WS-IDX-PASSO)
              TO WS-PAS-PASSO (WS-QTDE-PASSOS).
           MOVE WS-ESP-PROGRAMA (WS-IDX-PASSO)
              TO WS-PAS-PROGRAMA (WS-QTDE-PASSOS).
           MOVE "S" TO WS-PAS-ESPERADO (WS-QTDE-PASSOS).
           MOVE ZERO TO WS-PAS-QTDE-EXEC (WS-QTDE-PASSOS).
           MOVE SPACES TO WS-PAS-REGISTRO (WS-QTDE-PASSOS).
       1100-CARREGA-ESPERADOS-EXIT.
           EXIT.

      ******************************************************************
      * 1210/1220 - vespera e dia seguinte de WS-DATA-CALCULO, com a
      * virada de mes e de ano; 1230 da o ultimo dia do mes corrente
      * de WS-DATA-CALCULO (fevereiro com 29 no ano bissexto).
      ******************************************************************
       1210-CALCULA-VESPERA.
           IF WS-CAL-DIA > 1
              SUBTRACT 1 FROM WS-CAL-DIA
              GO TO 1210-CALCULA-VESPERA-EXIT
           END-IF.
           IF WS-CAL-MES = 1
              MOVE 12 TO WS-CAL-MES
              SUBTRACT 1 FROM WS-CAL-ANO
           ELSE
              SUBTRACT 1 FROM WS-CAL-MES
           END-IF.
           PERFORM 1230-ULTIMO-DIA-MES
              THRU 1230-ULTIMO-DIA-MES-EXIT.
           MOVE WS-DIAS-LIMITE TO WS-CAL-DIA.
       1210-CALCULA-VESPERA-EXIT.
           EXIT.

       1220-CALCULA-DIA-SEGUINTE.
           PERFORM 1230-ULTIMO-DIA-MES
              THRU 1230-ULTIMO-DIA-MES-EXIT.
           IF WS-CAL-DIA < WS-DIAS-LIMITE
              ADD 1 TO WS-CAL-DIA
              GO TO 1220-CALCULA-DIA-SEGUINTE-EXIT
           END-IF.
           MOVE 1 TO WS-CAL-DIA.
           IF WS-CAL-MES = 12
              MOVE 1 TO WS-CAL-MES
              ADD 1 TO WS-CAL-ANO
           ELSE
              ADD 1 TO WS-CAL-MES
           END-IF.
       1220-CALCULA-DIA-SEGUINTE-EXIT.
           EXIT.

       1230-ULTIMO-DIA-MES.
           MOVE WS-DIAS-DO-MES (WS-CAL-MES) TO WS-DIAS-LIMITE.
           IF WS-CAL-MES = 02
              DIVIDE WS-CAL-ANO BY 4 GIVING WS-RESTO-ANO
                 REMAINDER WS-RESTO-ANO
              IF WS-RESTO-ANO = ZERO
                 DIVIDE WS-CAL-ANO BY 100 GIVING WS-RESTO-ANO
                    REMAINDER WS-RESTO-ANO
                 IF WS-RESTO-ANO NOT = ZERO
                    MOVE 29 TO WS-DIAS-LIMITE
                 ELSE
                    DIVIDE WS-CAL-ANO BY 400 GIVING WS-RESTO-ANO
                       REMAINDER WS-RESTO-ANO
                    IF WS-RESTO-ANO = ZERO
                       MOVE 29 TO WS-DIAS-LIMITE
                    END-IF
                 END-IF
              END-IF
           END-IF.
       1230-ULTIMO-DIA-MES-EXIT.
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
                 WHEN REG-PARAMETRO (1:9) = "DATA-REF="
                    IF REG-PARAMETRO (10:8) IS NUMERIC
                       MOVE REG-PARAMETRO (10:8) TO WS-DATA-REF
                    ELSE
                       DISPLAY "CARTAO DATA-REF IGNORADO - DATA NAO"
                          " NUMERICA: " REG-PARAMETRO (10:8)
                    END-IF
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
      * 2000-LE-SITUACOES - le JOBSTAT inteiro e guarda, para cada job
      * + passo iniciado na janela da noite, o ULTIMO registro (um
      * restart ou uma resubmissao substitui a execucao anterior do
      * mesmo passo) e quantas vezes o passo rodou.
      ******************************************************************
       2000-LE-SITUACOES.
           PERFORM 2100-TRATA-SITUACAO
              THRU 2100-TRATA-SITUACAO-EXIT
              UNTIL WS-FIM-ARQ-JOBSTAT.
       2000-LE-SITUACOES-EXIT.
           EXIT.

       2100-TRATA-SITUACAO.
           READ JOBSTAT
              AT END
                 SET WS-FIM-ARQ-JOBSTAT TO TRUE
           END-READ.
           IF WS-FIM-ARQ-JOBSTAT
              GO TO 2100-TRATA-SITUACAO-EXIT
           END-IF.

           MOVE REG-STATUS-JOB TO FXE-REGISTRO-STATUS.
           MOVE FXE-STA-DATA-INI TO WS-JANELA-DATA.
           MOVE FXE-STA-HORA-INI TO WS-JANELA-HORA.
           PERFORM 2300-VERIFICA-JANELA
              THRU 2300-VERIFICA-JANELA-EXIT.
           IF NOT WS-DENTRO-DA-JANELA
              ADD 1 TO WS-CONT-FORA-JANELA
              GO TO 2100-TRATA-SITUACAO-EXIT
           END-IF.

           PERFORM 2200-LOCALIZA-PASSO
              THRU 2200-LOCALIZA-PASSO-EXIT.
           IF WS-IDX-PASSO = ZERO
              ADD 1 TO WS-CONT-DESCARTADOS
              GO TO 2100-TRATA-SITUACAO-EXIT
           END-IF.

           ADD 1 TO WS-PAS-QTDE-EXEC (WS-IDX-PASSO).
           MOVE FXE-REGISTRO-STATUS TO WS-PAS-REGISTRO (WS-IDX-PASSO).
       2100-TRATA-SITUACAO-EXIT.
           EXIT.

      ******************************************************************
      * 2200-LOCALIZA-PASSO - posicao do job + passo na tabela; um
      * passo que nao esta entre os esperados entra no fim, com o
      * programa do proprio registro. Tabela cheia devolve zero.
      ******************************************************************
       2200-LOCALIZA-PASSO.
           MOVE ZERO TO WS-IDX-PASSO.
           SET WS-IDX-PAS-TAB TO 1.
           SEARCH WS-PAS-ENT
              AT END
                 CONTINUE
              WHEN WS-IDX-PAS-TAB > WS-QTDE-PASSOS
                 CONTINUE
              WHEN WS-PAS-JOB (WS-IDX-PAS-TAB) = FXE-STA-JOB
                 AND WS-PAS-PASSO (WS-IDX-PAS-TAB) = FXE-STA-PASSO
                 SET WS-IDX-PASSO TO WS-IDX-PAS-TAB
           END-SEARCH.

           IF WS-IDX-PASSO = ZERO AND WS-QTDE-PASSOS < 20
              ADD 1 TO WS-QTDE-PASSOS
              MOVE WS-QTDE-PASSOS TO WS-IDX-PASSO
              MOVE FXE-STA-JOB TO WS-PAS-JOB (WS-IDX-PASSO)
              MOVE FXE-STA-PASSO TO WS-PAS-PASSO (WS-IDX-PASSO)
              MOVE FXE-STA-PROGRAMA TO WS-PAS-PROGRAMA (WS-IDX-PASSO)
              MOVE "N" TO WS-PAS-ESPERADO (WS-IDX-PASSO)
              MOVE ZERO TO WS-PAS-QTDE-EXEC (WS-IDX-PASSO)
           END-IF.
       2200-LOCALIZA-PASSO-EXIT.
           EXIT.

       2300-VERIFICA-JANELA.
           MOVE "N" TO WS-NA-JANELA.
           IF WS-JANELA-DATA = WS-DATA-REF
              SET WS-DENTRO-DA-JANELA TO TRUE
           END-IF.
           IF WS-JANELA-DATA = WS-DATA-SEGUINTE
              AND WS-JANELA-HORA < WS-HORA-CORTE
              SET WS-DENTRO-DA-JANELA TO TRUE
           END-IF.
       2300-VERIFICA-JANELA-EXIT.
           EXIT.

      ******************************************************************
      * 3000-AVALIA-PASSOS - uma linha por passo, com o veredito:
      *   VERMELHO - passo esperado sem registro na janela (nao rodou,
      *              foi pulado por COND ou abendou antes de gravar a
      *              situacao) ou RETURN-CODE 8 ou mais;
      *   AMARELO  - RETURN-CODE 4, ou RETURN-CODE 0 com rejeitados ou
      *              alertas a conferir;
      *   VERDE    - RETURN-CODE 0 sem ocorrencias.
      ******************************************************************
       3000-AVALIA-PASSOS.
           MOVE SPACES TO WS-LINHA-TITULO-STAT.
           STRING "FOLHA DE SITUACAO DA ESTEIRA NOTURNA - NOITE DE "
              WS-DATA-REF (7:2) "/" WS-DATA-REF (5:2) "/"
              WS-DATA-REF (1:4) " (PASSOS INICIADOS ATE "
              WS-DATA-SEGUINTE (7:2) "/" WS-DATA-SEGUINTE (5:2)
              " 12:00)"
              DELIMITED BY SIZE INTO WS-TITULO-STAT-TEXTO.
           WRITE REG-RELATORIO-STATUS FROM WS-LINHA-TITULO-STAT.
           MOVE SPACES TO WS-LINHA-TITULO-STAT.
           WRITE REG-RELATORIO-STATUS FROM WS-LINHA-TITULO-STAT.
           WRITE REG-RELATORIO-STATUS FROM WS-LINHA-PASSO-CAB.

           PERFORM 3100-AVALIA-PASSO
              THRU 3100-AVALIA-PASSO-EXIT
              VARYING WS-IDX-PASSO FROM 1 BY 1
              UNTIL WS-IDX-PASSO > WS-QTDE-PASSOS.
       3000-AVALIA-PASSOS-EXIT.
           EXIT.

       3100-AVALIA-PASSO.
           MOVE SPACES TO WS-LINHA-PASSO.
           MOVE WS-PAS-JOB (WS-IDX-PASSO) TO WS-LPS-JOB.
           MOVE WS-PAS-PASSO (WS-IDX-PASSO) TO WS-LPS-PASSO.
           MOVE WS-PAS-PROGRAMA (WS-IDX-PASSO) TO WS-LPS-PROGRAMA.

           IF WS-PAS-QTDE-EXEC (WS-IDX-PASSO) = ZERO
              SET WS-SIT-VERMELHO TO TRUE
              MOVE "NAO RODOU OU ABENDOU" TO WS-LPS-OBS
           ELSE
              PERFORM 3110-AVALIA-EXECUCAO
                 THRU 3110-AVALIA-EXECUCAO-EXIT
           END-IF.

           PERFORM 3300-CONTABILIZA-SITUACAO
              THRU 3300-CONTABILIZA-SITUACAO-EXIT.
           MOVE WS-TEXTO-SITUACAO TO WS-LPS-SITUACAO.
           WRITE REG-RELATORIO-STATUS FROM WS-LINHA-PASSO.
       3100-AVALIA-PASSO-EXIT.
           EXIT.

      ******************************************************************
      * 3110-AVALIA-EXECUCAO - passo com registro na janela: horarios,
      * contagens e veredito da ultima execucao.
      ******************************************************************
       3110-AVALIA-EXECUCAO.
           MOVE WS-PAS-REGISTRO (WS-IDX-PASSO) TO FXE-REGISTRO-STATUS.
           MOVE FXE-STA-DATA-INI TO WS-LPS-DATA-INI.
           MOVE FXE-STA-HORA-INI TO WS-HORA-ORIGEM.
           PERFORM 3200-EDITA-HORA
              THRU 3200-EDITA-HORA-EXIT.
           MOVE WS-HORA-EDITADA TO WS-LPS-HORA-INI.
           MOVE FXE-STA-HORA-FIM TO WS-HORA-ORIGEM.
           PERFORM 3200-EDITA-HORA
              THRU 3200-EDITA-HORA-EXIT.
           MOVE WS-HORA-EDITADA TO WS-LPS-HORA-FIM.
           MOVE FXE-STA-QTDE-LIDOS TO WS-QTDE-EDITADA.
           MOVE WS-QTDE-EDITADA TO WS-LPS-LIDOS.
           MOVE FXE-STA-QTDE-GRAVADOS TO WS-QTDE-EDITADA.
           MOVE WS-QTDE-EDITADA TO WS-LPS-GRAVADOS.
           MOVE FXE-STA-QTDE-REJEITADOS TO WS-QTDE-EDITADA.
           MOVE WS-QTDE-EDITADA TO WS-LPS-REJEITADOS.
           MOVE FXE-STA-QTDE-ALERTAS TO WS-QTDE-EDITADA.
           MOVE WS-QTDE-EDITADA TO WS-LPS-ALERTAS.
           MOVE FXE-STA-RETCODE TO WS-RC-EDITADO.
           MOVE WS-RC-EDITADO TO WS-LPS-RC.

           EVALUATE TRUE
              WHEN FXE-STA-RETCODE >= 8
                 SET WS-SIT-VERMELHO TO TRUE
                 MOVE "RETURN-CODE DE ERRO" TO WS-LPS-OBS
              WHEN FXE-STA-RETCODE > ZERO
                 SET WS-SIT-AMARELO TO TRUE
                 MOVE "RETURN-CODE DE AVISO" TO WS-LPS-OBS
              WHEN FXE-STA-QTDE-REJEITADOS > ZERO
                 SET WS-SIT-AMARELO TO TRUE
                 MOVE "HA REJEITADOS" TO WS-LPS-OBS
              WHEN FXE-STA-QTDE-ALERTAS > ZERO
                 SET WS-SIT-AMARELO TO TRUE
                 MOVE "HA ALERTAS" TO WS-LPS-OBS
              WHEN OTHER
                 SET WS-SIT-VERDE TO TRUE
           END-EVALUATE.

      *    Mais de uma execucao na janela (restart ou resubmissao): a
      *    linha mostra a ultima, e a observacao avisa quando nao ha
      *    outra mais importante.
           IF WS-PAS-QTDE-EXEC (WS-IDX-PASSO) > 1
              AND WS-LPS-OBS = SPACES
              MOVE WS-PAS-QTDE-EXEC (WS-IDX-PASSO) TO WS-VEZES-EDITADO
              STRING "RODOU " WS-VEZES-EDITADO " VEZES"
                 DELIMITED BY SIZE INTO WS-LPS-OBS
           END-IF.
           IF WS-PAS-ESPERADO (WS-IDX-PASSO) = "N"
              AND WS-LPS-OBS = SPACES
              MOVE "PASSO FORA DA ESTEIRA" TO WS-LPS-OBS
           END-IF.
       3110-AVALIA-EXECUCAO-EXIT.
           EXIT.

       3200-EDITA-HORA.
           MOVE WS-HOR-HH TO WS-HED-HH.
           MOVE WS-HOR-MM TO WS-HED-MM.
           MOVE WS-HOR-SS TO WS-HED-SS.
       3200-EDITA-HORA-EXIT.
           EXIT.

      ******************************************************************
      * 3300-CONTABILIZA-SITUACAO - traduz WS-SITUACAO em texto, conta
      * por cor e leva o pior veredito para a noite.
      ******************************************************************
       3300-CONTABILIZA-SITUACAO.
           EVALUATE TRUE
              WHEN WS-SIT-VERMELHO
                 MOVE "VERMELHO" TO WS-TEXTO-SITUACAO
                 ADD 1 TO WS-CONT-VERMELHO
              WHEN WS-SIT-AMARELO
                 MOVE "AMARELO" TO WS-TEXTO-SITUACAO
                 ADD 1 TO WS-CONT-AMARELO
              WHEN OTHER
                 MOVE "VERDE" TO WS-TEXTO-SITUACAO
                 ADD 1 TO WS-CONT-VERDE
           END-EVALUATE.
           IF WS-SITUACAO > WS-SITUACAO-NOITE
              MOVE WS-SITUACAO TO WS-SITUACAO-NOITE
           END-IF.
       3300-CONTABILIZA-SITUACAO-EXIT.
           EXIT.

      ******************************************************************
      * 4000-CONFERE-LIVRO - le o EXECLOG inteiro com o pareamento de
      * EXECCONS e aponta, com veredito proprio: cada execucao
      * encerrada na janela (pelo RETURN-CODE carimbado), cada
      * abertura abandonada na janela, a abertura pendente no fim do
      * livro (sempre VERMELHO - bloqueia a proxima partida) e a
      * falta de execucao noturna encerrada na janela.
      ******************************************************************
       4000-CONFERE-LIVRO.
           MOVE SPACES TO WS-LINHA-TITULO-STAT.
           WRITE REG-RELATORIO-STATUS FROM WS-LINHA-TITULO-STAT.
           MOVE "LIVRO DE EXECUCOES (EXECLOG)" TO WS-TITULO-STAT-TEXTO.
           WRITE REG-RELATORIO-STATUS FROM WS-LINHA-TITULO-STAT.

           OPEN INPUT EXECLOG.
           IF WS-STATUS-EXECLOG NOT = "00"
              MOVE SPACES TO WS-LINHA-OCORRENCIA
              STRING "EXECLOG NAO PODE SER LIDO - STATUS "
                 WS-STATUS-EXECLOG
                 DELIMITED BY SIZE INTO WS-LOC-DESCRICAO
              SET WS-SIT-VERMELHO TO TRUE
              PERFORM 4900-GRAVA-OCORRENCIA
                 THRU 4900-GRAVA-OCORRENCIA-EXIT
              GO TO 4000-CONFERE-LIVRO-EXIT
           END-IF.

           PERFORM 4100-TRATA-EXECUCAO
              THRU 4100-TRATA-EXECUCAO-EXIT
              UNTIL WS-FIM-ARQ-EXECLOG.
           CLOSE EXECLOG.

           IF WS-ABERTURA-PENDENTE
              MOVE SPACES TO WS-LINHA-OCORRENCIA
              PERFORM 4400-MONTA-PENDENTE
                 THRU 4400-MONTA-PENDENTE-EXIT
              STRING " - EM VOO/ABENDADA, BLOQUEIA PARTIDA"
                 DELIMITED BY SIZE INTO WS-LOC-DESCRICAO
                 WITH POINTER WS-PONTEIRO
              SET WS-SIT-VERMELHO TO TRUE
              PERFORM 4900-GRAVA-OCORRENCIA
                 THRU 4900-GRAVA-OCORRENCIA-EXIT
              MOVE WS-PEND-DATA TO WS-JANELA-DATA
              MOVE WS-PEND-HORA TO WS-JANELA-HORA
              PERFORM 2300-VERIFICA-JANELA
                 THRU 2300-VERIFICA-JANELA-EXIT
              IF WS-DENTRO-DA-JANELA AND WS-PEND-MODO = "N"
                 SET WS-NOTURNA-ENCONTRADA TO TRUE
              END-IF
           END-IF.

           IF NOT WS-NOTURNA-ENCONTRADA
              MOVE SPACES TO WS-LINHA-OCORRENCIA
              MOVE "NENHUMA EXECUCAO NOTURNA NO LIVRO PARA A NOITE"
                 TO WS-LOC-DESCRICAO
              SET WS-SIT-VERMELHO TO TRUE
              PERFORM 4900-GRAVA-OCORRENCIA
                 THRU 4900-GRAVA-OCORRENCIA-EXIT
           END-IF.
       4000-CONFERE-LIVRO-EXIT.
           EXIT.

       4100-TRATA-EXECUCAO.
           READ EXECLOG
              AT END
                 SET WS-FIM-ARQ-EXECLOG TO TRUE
           END-READ.
           IF WS-FIM-ARQ-EXECLOG
              GO TO 4100-TRATA-EXECUCAO-EXIT
           END-IF.
           MOVE REG-EXECUCAO TO FXE-REGISTRO-EXECUCAO.

           EVALUATE TRUE
              WHEN FXE-RUN-ABERTURA
                 IF WS-ABERTURA-PENDENTE
                    PERFORM 4200-ABERTURA-ABANDONADA
                       THRU 4200-ABERTURA-ABANDONADA-EXIT
                 END-IF
                 MOVE FXE-RUN-MODO TO WS-PEND-MODO
                 MOVE FXE-RUN-DATA TO WS-PEND-DATA
                 MOVE FXE-RUN-HORA TO WS-PEND-HORA
                 MOVE FXE-RUN-DATA-PROC TO WS-PEND-DATA-PROC
                 SET WS-ABERTURA-PENDENTE TO TRUE
              WHEN FXE-RUN-ENCERRAMENTO
                 PERFORM 4300-EXECUCAO-ENCERRADA
                    THRU 4300-EXECUCAO-ENCERRADA-EXIT
                 MOVE "N" TO WS-TEM-PENDENTE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
       4100-TRATA-EXECUCAO-EXIT.
           EXIT.

      ******************************************************************
      * 4200-ABERTURA-ABANDONADA - abertura seguida de outra abertura
      * sem encerramento no meio: a execucao abendou e nunca foi
      * encerrada. So entra na folha se for da janela da noite.
      ******************************************************************
       4200-ABERTURA-ABANDONADA.
           MOVE WS-PEND-DATA TO WS-JANELA-DATA.
           MOVE WS-PEND-HORA TO WS-JANELA-HORA.
           PERFORM 2300-VERIFICA-JANELA
              THRU 2300-VERIFICA-JANELA-EXIT.
           IF WS-DENTRO-DA-JANELA
              MOVE SPACES TO WS-LINHA-OCORRENCIA
              PERFORM 4400-MONTA-PENDENTE
                 THRU 4400-MONTA-PENDENTE-EXIT
              SET WS-SIT-AMARELO TO TRUE
              PERFORM 4900-GRAVA-OCORRENCIA
                 THRU 4900-GRAVA-OCORRENCIA-EXIT
           END-IF.
       4200-ABERTURA-ABANDONADA-EXIT.
           EXIT.

      ******************************************************************
      * 4300-EXECUCAO-ENCERRADA - execucao completa na janela (pela
      * data da abertura, ou do proprio encerramento quando o livro
      * nao tem a abertura), com o veredito do RETURN-CODE carimbado.
      ******************************************************************
       4300-EXECUCAO-ENCERRADA.
           IF WS-ABERTURA-PENDENTE
              MOVE WS-PEND-DATA TO WS-JANELA-DATA
              MOVE WS-PEND-HORA TO WS-JANELA-HORA
           ELSE
              MOVE FXE-RUN-DATA TO WS-JANELA-DATA
              MOVE FXE-RUN-HORA TO WS-JANELA-HORA
           END-IF.
           PERFORM 2300-VERIFICA-JANELA
              THRU 2300-VERIFICA-JANELA-EXIT.
           IF NOT WS-DENTRO-DA-JANELA
              GO TO 4300-EXECUCAO-ENCERRADA-EXIT
           END-IF.

           IF FXE-RUN-REENTRADA
              MOVE "REENTRADA" TO WS-MODO-EXTENSO
           ELSE
              MOVE "NOTURNA" TO WS-MODO-EXTENSO
              SET WS-NOTURNA-ENCONTRADA TO TRUE
           END-IF.

           MOVE SPACES TO WS-HORA-INI-EDITADA.
           IF WS-ABERTURA-PENDENTE
              MOVE WS-PEND-HORA TO WS-HORA-ORIGEM
              PERFORM 3200-EDITA-HORA
                 THRU 3200-EDITA-HORA-EXIT
              MOVE WS-HORA-EDITADA TO WS-HORA-INI-EDITADA
           END-IF.
           MOVE FXE-RUN-HORA TO WS-HORA-ORIGEM.
           PERFORM 3200-EDITA-HORA
              THRU 3200-EDITA-HORA-EXIT.
           MOVE FXE-RUN-QTDE-LIDOS TO WS-QTDE-EDITADA.
           MOVE FXE-RUN-QTDE-INVALIDOS TO WS-QTDE-EDITADA-2.
           MOVE FXE-RUN-RETCODE TO WS-RC-EDITADO.

           MOVE SPACES TO WS-LINHA-OCORRENCIA.
           STRING "EXECUCAO " WS-MODO-EXTENSO " PROC "
              FXE-RUN-DATA-PROC " INICIO " WS-HORA-INI-EDITADA
              " FIM " WS-HORA-EDITADA " LIDOS " WS-QTDE-EDITADA
              " INVAL. " WS-QTDE-EDITADA-2 " RC " WS-RC-EDITADO
              DELIMITED BY SIZE INTO WS-LOC-DESCRICAO.

           EVALUATE TRUE
              WHEN FXE-RUN-RETCODE >= 8
                 SET WS-SIT-VERMELHO TO TRUE
              WHEN FXE-RUN-RETCODE > ZERO
                 SET WS-SIT-AMARELO TO TRUE
              WHEN OTHER
                 SET WS-SIT-VERDE TO TRUE
           END-EVALUATE.
           PERFORM 4900-GRAVA-OCORRENCIA
              THRU 4900-GRAVA-OCORRENCIA-EXIT.
       4300-EXECUCAO-ENCERRADA-EXIT.
           EXIT.

       4400-MONTA-PENDENTE.
           IF WS-PEND-MODO = "R"
              MOVE "REENTRADA" TO WS-MODO-EXTENSO
           ELSE
              MOVE "NOTURNA" TO WS-MODO-EXTENSO
           END-IF.
           MOVE WS-PEND-HORA TO WS-HORA-ORIGEM.
           PERFORM 3200-EDITA-HORA
              THRU 3200-EDITA-HORA-EXIT.
           MOVE 1 TO WS-PONTEIRO.
           STRING "ABERTURA PENDENTE: " WS-MODO-EXTENSO
              " PROC " WS-PEND-DATA-PROC " INICIO " WS-PEND-DATA
              " " WS-HORA-EDITADA
              DELIMITED BY SIZE INTO WS-LOC-DESCRICAO
              WITH POINTER WS-PONTEIRO.
       4400-MONTA-PENDENTE-EXIT.
           EXIT.

       4900-GRAVA-OCORRENCIA.
           IF WS-SITUACAO > WS-SITUACAO-NOITE
              MOVE WS-SITUACAO TO WS-SITUACAO-NOITE
           END-IF.
           EVALUATE TRUE
              WHEN WS-SIT-VERMELHO
                 MOVE "VERMELHO" TO WS-LOC-SITUACAO
              WHEN WS-SIT-AMARELO
                 MOVE "AMARELO" TO WS-LOC-SITUACAO
              WHEN OTHER
                 MOVE "VERDE" TO WS-LOC-SITUACAO
           END-EVALUATE.
           WRITE REG-RELATORIO-STATUS FROM WS-LINHA-OCORRENCIA.
       4900-GRAVA-OCORRENCIA-EXIT.
           EXIT.

      ******************************************************************
      * 7000-IMPRIME-VEREDITO - contagem de passos por cor, registros
      * de JOBSTAT que ficaram de fora e o veredito da noite.
      ******************************************************************
       7000-IMPRIME-VEREDITO.
           MOVE SPACES TO WS-LINHA-TITULO-STAT.
           WRITE REG-RELATORIO-STATUS FROM WS-LINHA-TITULO-STAT.

           MOVE "PASSOS VERDE............: " TO WS-TITULO-STAT-TEXTO.
           MOVE WS-CONT-VERDE TO WS-QTDE-EDITADA.
           MOVE WS-QTDE-EDITADA TO WS-TITULO-STAT-TEXTO (27:7).
           WRITE REG-RELATORIO-STATUS FROM WS-LINHA-TITULO-STAT.

           MOVE SPACES TO WS-LINHA-TITULO-STAT.
           MOVE "PASSOS AMARELO..........: " TO WS-TITULO-STAT-TEXTO.
           MOVE WS-CONT-AMARELO TO WS-QTDE-EDITADA.
           MOVE WS-QTDE-EDITADA TO WS-TITULO-STAT-TEXTO (27:7).
           WRITE REG-RELATORIO-STATUS FROM WS-LINHA-TITULO-STAT.

           MOVE SPACES TO WS-LINHA-TITULO-STAT.
           MOVE "PASSOS VERMELHO.........: " TO WS-TITULO-STAT-TEXTO.
           MOVE WS-CONT-VERMELHO TO WS-QTDE-EDITADA.
           MOVE WS-QTDE-EDITADA TO WS-TITULO-STAT-TEXTO (27:7).
           WRITE REG-RELATORIO-STATUS FROM WS-LINHA-TITULO-STAT.

           IF WS-CONT-DESCARTADOS > ZERO
              MOVE SPACES TO WS-LINHA-TITULO-STAT
              MOVE "PASSOS ALEM DE 20.......: "
                 TO WS-TITULO-STAT-TEXTO
              MOVE WS-CONT-DESCARTADOS TO WS-QTDE-EDITADA
              MOVE WS-QTDE-EDITADA TO WS-TITULO-STAT-TEXTO (27:7)
              WRITE REG-RELATORIO-STATUS FROM WS-LINHA-TITULO-STAT
           END-IF.

           MOVE SPACES TO WS-LINHA-TITULO-STAT.
           WRITE REG-RELATORIO-STATUS FROM WS-LINHA-TITULO-STAT.
           EVALUATE TRUE
              WHEN WS-NOITE-VERMELHA
                 MOVE "SITUACAO DA NOITE: VERMELHO - ACIONAR O SUPORTE"
                    TO WS-TITULO-STAT-TEXTO
              WHEN WS-NOITE-AMARELA
                 MOVE "SITUACAO DA NOITE: AMARELO - CONFERIR OS PASSOS"
                    TO WS-TITULO-STAT-TEXTO
              WHEN OTHER
                 MOVE "SITUACAO DA NOITE: VERDE" TO WS-TITULO-STAT-TEXTO
           END-EVALUATE.
           WRITE REG-RELATORIO-STATUS FROM WS-LINHA-TITULO-STAT.
       7000-IMPRIME-VEREDITO-EXIT.
           EXIT.

       8000-FINALIZACAO.
           CLOSE JOBSTAT.
           CLOSE STATRPT.
       8000-FINALIZACAO-EXIT.
           EXIT.

       END PROGRAM EXECSTAT.

              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-EXECPARM.

           SELECT JOBSTAT ASSIGN TO "JOBSTAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-JOBSTAT.

       DATA DIVISION.
       FILE SECTION.
       FD  POPMSTR.
      *                       idade (default: data do sistema), a
      *                       mesma contra a qual o lote da noite vai
      *                       derivar as idades.
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
       77  WS-STATUS-POPMSTR          PIC X(002) VALUE SPACES.
       77  WS-STATUS-QUALIRPT         PIC X(002) VALUE SPACES.
       77  WS-STATUS-WORKLIST         PIC X(002) VALUE SPACES.
       77  WS-STATUS-EXECPARM         PIC X(002) VALUE SPACES.
       77  WS-STATUS-JOBSTAT          PIC X(002) VALUE SPACES.

       77  WS-FIM-MESTRE              PIC X(001) VALUE "N".
           88 WS-FIM-ARQ-MESTRE                VALUE "S".

       77  WS-QTDE-EDITADA            PIC ZZZ,ZZ9.

      ******************************************************************
      * Situacao do passo (copybook FXESTA): job e passo dos cartoes
      * JOB=/PASSO=, inicio carimbado na partida.
      ******************************************************************
       COPY FXESTA.

       01  WS-LINHA-ACHADO.
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 WS-ACH-SEVERIDADE       PIC X(008).
           PERFORM 8000-FINALIZACAO
              THRU 8000-FINALIZACAO-EXIT.

           PERFORM 8900-GRAVA-SITUACAO-PASSO
              THRU 8900-GRAVA-SITUACAO-PASSO-EXIT.

           STOP RUN.

       1000-INICIALIZACAO.
           MOVE SPACES TO FXE-REGISTRO-STATUS.
           ACCEPT FXE-STA-DATA-INI FROM DATE YYYYMMDD.
           ACCEPT FXE-STA-HORA-INI FROM TIME.

           ACCEPT WS-DATA-PROCESSAMENTO-NUM FROM DATE YYYYMMDD.

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
       8000-FINALIZACAO-EXIT.
           EXIT.

      ******************************************************************
      * 8900-GRAVA-SITUACAO-PASSO - acrescenta em JOBSTAT a situacao
      * do passo com o RETURN-CODE ja apurado, para a folha de
      * situacao da manha (EXECSTAT): registros do mestre varridos,
      * transacoes na lista de trabalho, achados que rejeitam e
      * achados suspeitos. Sem a DD JOBSTAT nada e gravado; uma
      * falha de gravacao so e avisada.
      ******************************************************************
       8900-GRAVA-SITUACAO-PASSO.
           OPEN EXTEND JOBSTAT.
           IF WS-STATUS-JOBSTAT NOT = "00"
              GO TO 8900-GRAVA-SITUACAO-PASSO-EXIT
           END-IF.

           MOVE "POPQUALI" TO FXE-STA-PROGRAMA.
           ACCEPT FXE-STA-DATA-FIM FROM DATE YYYYMMDD.
           ACCEPT FXE-STA-HORA-FIM FROM TIME.
           MOVE WS-CONT-LIDOS TO FXE-STA-QTDE-LIDOS.
           MOVE WS-CONT-COM-ACHADO TO FXE-STA-QTDE-GRAVADOS.
           MOVE WS-CONT-REJEITA TO FXE-STA-QTDE-REJEITADOS.
           MOVE WS-CONT-SUSPEITO TO FXE-STA-QTDE-ALERTAS.
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

       END PROGRAM POPQUALI.

      *            notar numero velho dias depois. CONCILIA prova que
      *            as tres saidas da noite fecham entre si; este
      *            passo prova que o BI carregou o que foi enviado.
      *            O batimento confirmado e acrescentado ao livro
      *            EXTBAT, que a trava de partida da noite seguinte
      *            (FAIXPART) exige antes de arquivar o extrato.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-CONFRPT.

           SELECT EXTBAT ASSIGN TO "EXTBAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-EXTBAT.

           SELECT EXECPARM ASSIGN TO "EXECPARM"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-EXECPARM.

           SELECT JOBSTAT ASSIGN TO "JOBSTAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-JOBSTAT.

       DATA DIVISION.
       FILE SECTION.
       FD  EXTRATO
           RECORDING MODE IS F.
       01  REG-RELATORIO-CONF         PIC X(132).

      ******************************************************************
      * EXTBAT - livro acumulativo dos batimentos confirmados (layout
      * FXETRM): data do controle, quantidade e hash do extrato que o
      * BI reconheceu. So e gravado no MODO=CONFERE sem divergencia.
      ******************************************************************
       FD  EXTBAT
           RECORDING MODE IS F.
       01  REG-BATIMENTO              PIC X(040).

      ******************************************************************
      * EXECPARM - cartoes de parametro, formato PALAVRA=VALOR.
      * Cartoes reconhecidos:
      *   DATA-REF=AAAAMMDD - data de processamento carimbada no
      *                       controle gerado (default: data do
      *                       sistema).
      *   JOB=nome / PASSO=nome - identificacao do passo na situacao
      *                       gravada em JOBSTAT (o mesmo programa roda
      *                       a geracao na noite e o batimento de
      *                       manha, em jobs diferentes).
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
       77  WS-STATUS-EXTRATO          PIC X(002) VALUE SPACES.
       77  WS-STATUS-EXTCTL           PIC X(002) VALUE SPACES.
       77  WS-STATUS-ACKEXTR          PIC X(002) VALUE SPACES.
       77  WS-STATUS-CONFRPT          PIC X(002) VALUE SPACES.
       77  WS-STATUS-EXTBAT           PIC X(002) VALUE SPACES.
       77  WS-STATUS-EXECPARM         PIC X(002) VALUE SPACES.
       77  WS-STATUS-JOBSTAT          PIC X(002) VALUE SPACES.

       77  WS-FIM-EXTRATO             PIC X(001) VALUE "N".
           88 WS-FIM-ARQ-EXTRATO               VALUE "S".
       77  WS-QTDE-EDITADA            PIC ZZZ,ZZZ,ZZ9.
       77  WS-HASH-EDITADO            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.

      ******************************************************************
      * Situacao do passo (copybook FXESTA): job e passo dos cartoes
      * JOB=/PASSO=, inicio carimbado na partida.
      ******************************************************************
       COPY FXESTA.

       01  WS-LINHA-TITULO-CONF.
           05 WS-TITULO-CONF-TEXTO    PIC X(090).
           05 FILLER                  PIC X(042) VALUE SPACES.
                    THRU 5000-CONFERE-TRANSMISSAO-EXIT
                 IF WS-HOUVE-DIVERGENCIA
                    MOVE 8 TO RETURN-CODE
                 ELSE
                    PERFORM 5900-REGISTRA-BATIMENTO
                       THRU 5900-REGISTRA-BATIMENTO-EXIT
                 END-IF
           END-EVALUATE.

           PERFORM 8000-FINALIZACAO
              THRU 8000-FINALIZACAO-EXIT.

           PERFORM 8900-GRAVA-SITUACAO-PASSO
              THRU 8900-GRAVA-SITUACAO-PASSO-EXIT.

           STOP RUN.

      ******************************************************************
      * controle, ou carga nao reconhecida pelo BI).
      ******************************************************************
       1000-INICIALIZACAO.
           MOVE SPACES TO FXE-REGISTRO-STATUS.
           ACCEPT FXE-STA-DATA-INI FROM DATE YYYYMMDD.
           ACCEPT FXE-STA-HORA-INI FROM TIME.

           ACCEPT WS-DATA-PROCESSAMENTO FROM DATE YYYYMMDD.

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
       5000-CONFERE-TRANSMISSAO-EXIT.
           EXIT.

      ******************************************************************
      * 5900-REGISTRA-BATIMENTO - acrescenta em EXTBAT o extrato cuja
      * carga o BI confirmou. Sem esse registro a trava de partida da
      * proxima noite recusa arquivar o extrato; por isso uma falha
      * aqui sai com RETURN-CODE 4 e aviso, apesar do batimento ok.
      ******************************************************************
       5900-REGISTRA-BATIMENTO.
           OPEN EXTEND EXTBAT.
           IF WS-STATUS-EXTBAT NOT = "00"
              OPEN OUTPUT EXTBAT
           END-IF.
           IF WS-STATUS-EXTBAT NOT = "00"
              DISPLAY "AVISO - FALHA AO ABRIR EXTBAT - STATUS "
                 WS-STATUS-EXTBAT
                 " - BATIMENTO NAO REGISTRADO, A PROXIMA PARTIDA"
                 " SERA RECUSADA"
              MOVE 4 TO RETURN-CODE
              GO TO 5900-REGISTRA-BATIMENTO-EXIT
           END-IF.

           MOVE SPACES TO FXE-REGISTRO-TRANSMISSAO.
           MOVE WS-CTL-DATA TO FXE-TRM-DATA.
           MOVE WS-CONT-EXTRATO TO FXE-TRM-QTDE.
           MOVE WS-HASH-EXTRATO TO FXE-TRM-HASH.
           WRITE REG-BATIMENTO FROM FXE-REGISTRO-TRANSMISSAO.
           IF WS-STATUS-EXTBAT NOT = "00"
              DISPLAY "AVISO - FALHA AO GRAVAR EXTBAT - STATUS "
                 WS-STATUS-EXTBAT
                 " - BATIMENTO NAO REGISTRADO, A PROXIMA PARTIDA"
                 " SERA RECUSADA"
              MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE EXTBAT.
       5900-REGISTRA-BATIMENTO-EXIT.
           EXIT.

       8000-FINALIZACAO.
           CLOSE EXTRATO.
           IF WS-MODO-GERA
       8000-FINALIZACAO-EXIT.
           EXIT.

      ******************************************************************
      * 8900-GRAVA-SITUACAO-PASSO - acrescenta em JOBSTAT a situacao
      * do passo com o RETURN-CODE ja apurado, para a folha de
      * situacao da manha (EXECSTAT): registros de EXTRATO recontados,
      * o controle gravado (so na geracao) e a divergencia do
      * batimento (so na conferencia). Sem a DD JOBSTAT nada e
      * gravado; uma falha de gravacao so e avisada.
      ******************************************************************
       8900-GRAVA-SITUACAO-PASSO.
           OPEN EXTEND JOBSTAT.
           IF WS-STATUS-JOBSTAT NOT = "00"
              GO TO 8900-GRAVA-SITUACAO-PASSO-EXIT
           END-IF.

           MOVE "EXTCONF" TO FXE-STA-PROGRAMA.
           ACCEPT FXE-STA-DATA-FIM FROM DATE YYYYMMDD.
           ACCEPT FXE-STA-HORA-FIM FROM TIME.
           MOVE WS-CONT-EXTRATO TO FXE-STA-QTDE-LIDOS.
           IF WS-MODO-GERA AND NOT WS-HOUVE-ERRO-ABERTURA
              MOVE 1 TO FXE-STA-QTDE-GRAVADOS
           ELSE
              MOVE ZERO TO FXE-STA-QTDE-GRAVADOS
           END-IF.
           IF WS-HOUVE-DIVERGENCIA
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

       END PROGRAM EXTCONF.

      ******************************************************************
      * Author:
      * Date:
      * Purpose: atendimento dos pedidos de titulares sob a LGPD. Uma
      *          matricula fica espalhada pelo mestre (POPMSTR e
      *          DEPMSTR), pelo jornal MESTJRNL, pela trilha AUDITLOG e
      *          seu indice AUDITIDX, pelas geracoes de arquivo morto de
      *          AUDIARQV, pelos DELTARQ, pelas geracoes de EXTRATO e
      *          pelas faturas FATEXTR. O pedido (LGPDREQ) traz o modo,
      *          o protocolo e a lista de matriculas; cada step da JCL
      *          trata UM arquivo (cartoes ARQUIVO= e ROTULO= do
      *          EXECPARM), para que toda geracao retida seja percorrida
      *          com a mesma regra e apareca no relatorio LGPDRPT.
      *          MODO=INVENTARIO (padrao) so lista cada registro achado.
      *          MODO=EXECUCAO troca a matricula por uma chave
      *          pseudonima da faixa reservada 900000-999999 e zera a
      *          data de nascimento, mantendo idade, faixa, filial,
      *          departamento, sexo e valores - a quantidade de
      *          registros e os totais por faixa nao mudam, e CONCILIA
      *          e FAIXTEND continuam batendo. A mesma matricula recebe
      *          sempre a mesma chave em todos os arquivos; a ligacao
      *          entre as duas so existe no log protegido LGPDLOG
      *          (copybook FXELGP), que registra tambem o que foi
      *          pseudonimizado, onde e quando. Matricula ainda ativa
      *          no cadastro nunca e pseudonimizada: o titular precisa
      *          ser desligado pelo movimento normal antes.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POPLGPD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LGPDREQ ASSIGN TO "LGPDREQ"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-LGPDREQ.

           SELECT EXECPARM ASSIGN TO "EXECPARM"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-EXECPARM.

           SELECT POPMSTR ASSIGN TO "POPMSTR"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FXE-MST-MATRICULA
              FILE STATUS IS WS-STATUS-POPMSTR.

           SELECT DEPMSTR ASSIGN TO "DEPMSTR"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FXE-DEP-CHAVE
              FILE STATUS IS WS-STATUS-DEPMSTR.

           SELECT LGPDLOG ASSIGN TO "LGPDLOG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-LGPDLOG.

           SELECT LGPDRPT ASSIGN TO "LGPDRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-LGPDRPT.

           SELECT MESTJRNL ASSIGN TO "MESTJRNL"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-MESTJRNL.

           SELECT AUDITLOG ASSIGN TO "AUDITLOG"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-AUDITLOG.

           SELECT AUDITIDX ASSIGN TO "AUDITIDX"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FXE-AIX-CHAVE
              FILE STATUS IS WS-STATUS-AUDITIDX.

           SELECT DELTARQ ASSIGN TO "DELTARQ"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-DELTARQ.

           SELECT EXTRATO ASSIGN TO "EXTRATO"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-EXTRATO.

           SELECT FATEXTR ASSIGN TO "FATEXTR"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-FATEXTR.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * LGPDREQ - pedido do titular, cartoes PALAVRA=VALOR:
      *   MODO=INVENTARIO      - so lista os registros (padrao).
      *   MODO=EXECUCAO        - pseudonimiza os registros achados.
      *   PROTOCOLO=xxx        - protocolo do pedido (ate 20 posicoes),
      *                          obrigatorio em MODO=EXECUCAO; vai para
      *                          o log protegido.
      *   MATRICULA=nnnnnn     - uma matricula por cartao (ate 200).
      * Qualquer outro cartao invalida o pedido (RC=8): um pedido mal
      * digitado nunca e atendido pela metade.
      ******************************************************************
       FD  LGPDREQ
           RECORDING MODE IS F.
       01  REG-PEDIDO                 PIC X(080).

      ******************************************************************
      * EXECPARM - cartoes do step, formato PALAVRA=VALOR:
      *   ARQUIVO=xxxxxxxx     - arquivo tratado no step: POPMSTR,
      *                          DEPMSTR, MESTJRNL, AUDITLOG, AUDITIDX,
      *                          DELTARQ, EXTRATO ou FATEXTR
      *                          (obrigatorio; o dataset vem na DD de
      *                          mesmo nome).
      *   ROTULO=xxx           - identificacao do dataset ou geracao
      *                          (ate 30 posicoes), impressa no
      *                          relatorio e gravada no log protegido.
      *   SO-INVENTARIO        - o arquivo e so inventariado mesmo em
      *                          MODO=EXECUCAO (EXTRATO vivo, cujo hash
      *                          de matriculas e o batimento com o BI).
      * Qualquer outro cartao invalida o step (RC=8): um SO-INVENTARIO
      * mal digitado nunca pode virar regravacao.
      * POPMSTR e DEPMSTR sao sempre so inventariados: quem esta neles
      * esta ativo e nao pode ser pseudonimizado.
      ******************************************************************
       FD  EXECPARM
           RECORDING MODE IS F.
       01  REG-PARAMETRO              PIC X(080).

      ******************************************************************
      * POPMSTR - cadastro mestre de populacao (copybook FXEMST), lido
      * por chave para saber se a matricula esta ativa e para nao dar
      * como pseudonimo uma matricula existente. Aberto so para leitura.
      ******************************************************************
       FD  POPMSTR.
       COPY FXEMST.

      ******************************************************************
      * DEPMSTR - cadastro de dependentes (copybook FXEDEP): titular com
      * dependente no cadastro tambem esta ativo. So leitura.
      ******************************************************************
       FD  DEPMSTR.
       COPY FXEDEP.

      ******************************************************************
      * LGPDLOG - log protegido (copybook FXELGP), acumulativo: lido
      * inteiro no inicio (pseudonimos ja atribuidos e maior chave
      * usada) e estendido em MODO=EXECUCAO. Acesso restrito ao
      * encarregado de dados.
      ******************************************************************
       FD  LGPDLOG
           RECORDING MODE IS F.
       01  REG-LOG-LGPD               PIC X(100).

      ******************************************************************
      * LGPDRPT - relatorio do step, 132 colunas: um registro achado
      * por linha, resumo por matricula e totais. O pseudonimo nunca e
      * impresso - so existe no log protegido.
      ******************************************************************
       FD  LGPDRPT
           RECORDING MODE IS F.
       01  REG-RELATORIO-LGPD         PIC X(132).

      ******************************************************************
      * Arquivos tratados - so o do cartao ARQUIVO= e aberto. Os
      * sequenciais sao abertos em I-O e regravados no lugar em
      * MODO=EXECUCAO.
      ******************************************************************
       FD  MESTJRNL
           RECORDING MODE IS F.
       01  REG-JORNAL                 PIC X(200).

       FD  AUDITLOG
           RECORDING MODE IS F.
       01  REG-AUDITORIA              PIC X(080).

       FD  AUDITIDX.
       COPY FXEAIX.

       FD  DELTARQ
           RECORDING MODE IS F.
       01  REG-DELTA                  PIC X(040).

       FD  EXTRATO
           RECORDING MODE IS F.
       01  REG-EXTRATO                PIC X(048).

       FD  FATEXTR
           RECORDING MODE IS F.
       01  REG-FATURA                 PIC X(032).

       WORKING-STORAGE SECTION.
       77  WS-STATUS-LGPDREQ          PIC X(002) VALUE SPACES.
       77  WS-STATUS-EXECPARM         PIC X(002) VALUE SPACES.
       77  WS-STATUS-POPMSTR          PIC X(002) VALUE SPACES.
       77  WS-STATUS-DEPMSTR          PIC X(002) VALUE SPACES.
       77  WS-STATUS-LGPDLOG          PIC X(002) VALUE SPACES.
       77  WS-STATUS-LGPDRPT          PIC X(002) VALUE SPACES.
       77  WS-STATUS-MESTJRNL         PIC X(002) VALUE SPACES.
       77  WS-STATUS-AUDITLOG         PIC X(002) VALUE SPACES.
       77  WS-STATUS-AUDITIDX         PIC X(002) VALUE SPACES.
       77  WS-STATUS-DELTARQ          PIC X(002) VALUE SPACES.
       77  WS-STATUS-EXTRATO          PIC X(002) VALUE SPACES.
       77  WS-STATUS-FATEXTR          PIC X(002) VALUE SPACES.
       77  WS-STATUS-ARQUIVO          PIC X(002) VALUE SPACES.

       77  WS-FIM-LGPDREQ             PIC X(001) VALUE "N".
           88 WS-FIM-ARQ-LGPDREQ               VALUE "S".
       77  WS-FIM-EXECPARM            PIC X(001) VALUE "N".
           88 WS-FIM-ARQ-EXECPARM              VALUE "S".
       77  WS-FIM-LGPDLOG             PIC X(001) VALUE "N".
           88 WS-FIM-ARQ-LGPDLOG               VALUE "S".
       77  WS-FIM-ARQUIVO             PIC X(001) VALUE "N".
           88 WS-FIM-ARQ-ARQUIVO               VALUE "S".
       77  WS-FIM-CHAVE               PIC X(001) VALUE "N".
           88 WS-FIM-DA-CHAVE                  VALUE "S".

       77  WS-ERRO-ABERTURA           PIC X(001) VALUE "N".
           88 WS-HOUVE-ERRO-ABERTURA           VALUE "S".
       77  WS-ERRO-PEDIDO             PIC X(001) VALUE "N".
           88 WS-HOUVE-ERRO-PEDIDO             VALUE "S".
       77  WS-ERRO-GRAVACAO           PIC X(001) VALUE "N".
           88 WS-HOUVE-ERRO-GRAVACAO           VALUE "S".
       77  WS-ERRO-CONFERENCIA        PIC X(001) VALUE "N".
           88 WS-HOUVE-ERRO-CONFERENCIA        VALUE "S".

      ******************************************************************
      * Modo do pedido, arquivo do step e se este step regrava: so em
      * MODO=EXECUCAO, sem SO-INVENTARIO e fora do mestre.
      ******************************************************************
       77  WS-MODO                    PIC X(001) VALUE "I".
           88 WS-MODO-INVENTARIO               VALUE "I".
           88 WS-MODO-EXECUCAO                 VALUE "E".
       77  WS-PROTOCOLO               PIC X(020) VALUE SPACES.

       77  WS-ARQUIVO                 PIC X(008) VALUE SPACES.
           88 WS-ARQ-POPMSTR                   VALUE "POPMSTR".
           88 WS-ARQ-DEPMSTR                   VALUE "DEPMSTR".
           88 WS-ARQ-MESTJRNL                  VALUE "MESTJRNL".
           88 WS-ARQ-AUDITLOG                  VALUE "AUDITLOG".
           88 WS-ARQ-AUDITIDX                  VALUE "AUDITIDX".
           88 WS-ARQ-DELTARQ                   VALUE "DELTARQ".
           88 WS-ARQ-EXTRATO                   VALUE "EXTRATO".
           88 WS-ARQ-FATEXTR                   VALUE "FATEXTR".
           88 WS-ARQ-MESTRE                    VALUE "POPMSTR"
                                                     "DEPMSTR".
           88 WS-ARQ-SEQUENCIAL                VALUE "MESTJRNL"
                                                     "AUDITLOG"
                                                     "DELTARQ"
                                                     "EXTRATO"
                                                     "FATEXTR".
       77  WS-ROTULO                  PIC X(030) VALUE SPACES.

       77  WS-SO-INVENTARIO           PIC X(001) VALUE "N".
           88 WS-CARTAO-SO-INVENTARIO          VALUE "S".
       77  WS-REGRAVA                 PIC X(001) VALUE "N".
           88 WS-VAI-PSEUDONIMIZAR             VALUE "S".

      ******************************************************************
      * Fase da varredura: a mesma leitura serve para o inventario e,
      * depois da regravacao, para a conferencia do arquivo.
      ******************************************************************
       77  WS-FASE                    PIC X(001) VALUE "V".
           88 WS-FASE-VARREDURA                VALUE "V".
           88 WS-FASE-CONFERENCIA              VALUE "C".

      ******************************************************************
      * Matriculas do pedido. Situacao:
      *   L - liberada: nao esta no cadastro, pode ser pseudonimizada.
      *   A - ativa no POPMSTR e/ou DEPMSTR: so inventariada.
      *   R - recusada: matricula da faixa reservada aos pseudonimos.
      * WS-PED-PSEUDO fica em branco ate a chave ser atribuida (no log
      * de uma execucao anterior ou na primeira regravacao desta).
      ******************************************************************
       77  WS-MAX-PEDIDOS             PIC 9(003) COMP VALUE 200.
       77  WS-QTDE-PEDIDOS            PIC 9(003) COMP VALUE ZERO.
       77  WS-POS-PEDIDO              PIC 9(003) COMP VALUE ZERO.

       01  WS-TABELA-PEDIDOS.
           05 WS-PEDIDO OCCURS 200 TIMES
                 INDEXED BY WS-IDX-PED.
              10 WS-PED-MATRICULA     PIC X(006).
              10 WS-PED-SITUACAO      PIC X(001).
                 88 WS-PED-LIBERADA            VALUE "L".
                 88 WS-PED-ATIVA               VALUE "A".
                 88 WS-PED-RECUSADA            VALUE "R".
              10 WS-PED-ATIVO-MESTRE  PIC X(001).
              10 WS-PED-ATIVO-DEPEND  PIC X(001).
              10 WS-PED-PSEUDO        PIC X(006).
              10 WS-PED-DATA-PSEUDO   PIC X(008).
              10 WS-PED-ENCONTRADOS   PIC 9(007) COMP.
              10 WS-PED-PSEUDONIMIZ   PIC 9(007) COMP.
              10 WS-PED-JA-PSEUDONIMIZ
                                      PIC 9(007) COMP.
              10 WS-PED-REMANESCENTES PIC 9(007) COMP.
              10 WS-PED-CONFERIDOS    PIC 9(007) COMP.

      ******************************************************************
      * Chave pseudonima. A proxima e a maior ja registrada no log + 1,
      * pulando qualquer matricula que exista no POPMSTR.
      ******************************************************************
       77  WS-MAIOR-PSEUDO            PIC 9(006) VALUE 899999.
       01  WS-NOVO-PSEUDO             PIC 9(006) VALUE ZERO.
       01  WS-NOVO-PSEUDO-ALFA REDEFINES WS-NOVO-PSEUDO
                                      PIC X(006).
       77  WS-PSEUDO-LIVRE            PIC X(001) VALUE "N".
           88 WS-ACHOU-PSEUDO-LIVRE            VALUE "S".
       77  WS-PSEUDO-ESGOTADO         PIC X(001) VALUE "N".
           88 WS-FAIXA-PSEUDO-ESGOTADA         VALUE "S".
       77  WS-REGISTRO-TROCADO        PIC X(001) VALUE "N".
           88 WS-REGISTRO-PSEUDONIMIZADO       VALUE "S".

      ******************************************************************
      * Matricula do registro lido e o que ela e no pedido: a matricula
      * original ou o pseudonimo de uma matricula pedida.
      ******************************************************************
       01  WS-CHAVE-REGISTRO          PIC X(006) VALUE SPACES.
       01  WS-CHAVE-CONTAGEM          PIC X(006) VALUE SPACES.
       77  WS-TIPO-ACHADO             PIC X(001) VALUE SPACE.
           88 WS-ACHOU-ORIGINAL                VALUE "O".
           88 WS-ACHOU-PSEUDONIMO              VALUE "P".

      ******************************************************************
      * Registro do AUDITIDX antes da troca de chave: a nova chave e
      * gravada antes de a antiga ser apagada, para que uma falha nunca
      * perca o lancamento.
      ******************************************************************
       01  WS-AIX-ORIGINAL            PIC X(080) VALUE SPACES.
       01  WS-CHAVE-AIX-ORIGINAL      PIC X(025) VALUE SPACES.

       COPY FXEJRN.

       COPY FXEAUD.

       COPY FXEDEL.

       COPY FXEEXT.

       COPY FXEFAT.

       COPY FXELGP.

       01  WS-DATA-PROCESSAMENTO      PIC X(008) VALUE SPACES.
       01  WS-HORA-SISTEMA            PIC 9(008) VALUE ZERO.

       77  WS-CONT-LIDOS              PIC 9(007) COMP VALUE ZERO.
       77  WS-CONT-RELIDOS            PIC 9(007) COMP VALUE ZERO.
       77  WS-CONT-ENCONTRADOS        PIC 9(007) COMP VALUE ZERO.
       77  WS-CONT-PSEUDONIMIZ        PIC 9(007) COMP VALUE ZERO.
       77  WS-CONT-JA-PSEUDONIMIZ     PIC 9(007) COMP VALUE ZERO.
       77  WS-CONT-ATIVAS             PIC 9(007) COMP VALUE ZERO.
       77  WS-CONT-RECUSADAS          PIC 9(007) COMP VALUE ZERO.
       77  WS-CONT-DA-MATRICULA       PIC 9(007) COMP VALUE ZERO.
       77  WS-QTDE-CONTADA            PIC 9(007) COMP VALUE ZERO.
       77  WS-QTDE-ESPERADA           PIC 9(007) COMP VALUE ZERO.

       77  WS-QTDE-EDITADA            PIC ZZZ,ZZ9.
       77  WS-VALOR-EDITADO           PIC Z,ZZZ,ZZ9.99.

       01  WS-LINHA-INVENTARIO.
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 WS-INV-MATRICULA        PIC X(006).
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 WS-INV-REGISTRO         PIC Z(006)9.
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 WS-INV-CONTEUDO         PIC X(080).
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 WS-INV-ACAO             PIC X(024).
           05 FILLER                  PIC X(007) VALUE SPACES.

       01  WS-LINHA-RESUMO.
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 WS-RES-MATRICULA        PIC X(006).
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 WS-RES-SITUACAO         PIC X(030).
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 WS-RES-ENCONTRADOS      PIC Z(006)9.
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 WS-RES-PSEUDONIMIZ      PIC Z(006)9.
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 WS-RES-JA-PSEUDONIMIZ   PIC Z(006)9.
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 WS-RES-OBSERVACAO       PIC X(050).
           05 FILLER                  PIC X(013) VALUE SPACES.

       01  WS-LINHA-TITULO-LGPD.
           05 WS-TITULO-LGPD-TEXTO    PIC X(100).
           05 FILLER                  PIC X(032) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZACAO
              THRU 1000-INICIALIZACAO-EXIT.

           EVALUATE TRUE
              WHEN WS-HOUVE-ERRO-ABERTURA
                 MOVE 16 TO RETURN-CODE
              WHEN WS-HOUVE-ERRO-PEDIDO
                 MOVE SPACES TO WS-LINHA-TITULO-LGPD
                 MOVE "*** PEDIDO OU CARTOES INVALIDOS - NADA FOI"
                    TO WS-TITULO-LGPD-TEXTO
                 MOVE "TRATADO (VER SYSOUT) ***"
                    TO WS-TITULO-LGPD-TEXTO (44:24)
                 WRITE REG-RELATORIO-LGPD FROM WS-LINHA-TITULO-LGPD
                 MOVE 8 TO RETURN-CODE
              WHEN OTHER
                 PERFORM 3000-TRATA-ARQUIVO
                    THRU 3000-TRATA-ARQUIVO-EXIT
                 IF WS-VAI-PSEUDONIMIZAR
                    PERFORM 5000-CONFERE-ARQUIVO
                       THRU 5000-CONFERE-ARQUIVO-EXIT
                 END-IF
                 PERFORM 6000-IMPRIME-RESUMO
                    THRU 6000-IMPRIME-RESUMO-EXIT
                 PERFORM 7000-IMPRIME-TOTALIZACAO
                    THRU 7000-IMPRIME-TOTALIZACAO-EXIT
                 EVALUATE TRUE
                    WHEN WS-HOUVE-ERRO-GRAVACAO
                       OR WS-HOUVE-ERRO-CONFERENCIA
                       DISPLAY "PSEUDONIMIZACAO NAO CONFERE NO ARQUIVO "
                          WS-ARQUIVO " - VER LGPDRPT"
                       MOVE 12 TO RETURN-CODE
                    WHEN WS-CONT-ATIVAS > ZERO
                       OR WS-CONT-RECUSADAS > ZERO
                       MOVE 4 TO RETURN-CODE
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
           END-EVALUATE.

           PERFORM 8000-FINALIZACAO
              THRU 8000-FINALIZACAO-EXIT.

           STOP RUN.

      ******************************************************************
      * 1000-INICIALIZACAO - cartoes do step e pedido primeiro; com
      * pedido valido abre o cadastro, carrega o log protegido, separa
      * as matriculas ativas e so entao abre o arquivo do step.
      ******************************************************************
       1000-INICIALIZACAO.
           ACCEPT WS-DATA-PROCESSAMENTO FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-SISTEMA FROM TIME.

           PERFORM 1100-LE-PARAMETROS
              THRU 1100-LE-PARAMETROS-EXIT.

           PERFORM 1200-LE-PEDIDO
              THRU 1200-LE-PEDIDO-EXIT.

           OPEN OUTPUT LGPDRPT.
           IF WS-STATUS-LGPDRPT NOT = "00"
              DISPLAY
                 "ERRO FATAL - FALHA AO ABRIR LGPDRPT - STATUS "
                 WS-STATUS-LGPDRPT
              SET WS-HOUVE-ERRO-ABERTURA TO TRUE
              GO TO 1000-INICIALIZACAO-EXIT
           END-IF.

           PERFORM 1700-IMPRIME-CABECALHO
              THRU 1700-IMPRIME-CABECALHO-EXIT.

           IF WS-HOUVE-ERRO-ABERTURA OR WS-HOUVE-ERRO-PEDIDO
              GO TO 1000-INICIALIZACAO-EXIT
           END-IF.

           OPEN INPUT POPMSTR.
           IF WS-STATUS-POPMSTR NOT = "00"
              DISPLAY
                 "ERRO FATAL - FALHA AO ABRIR POPMSTR - STATUS "
                 WS-STATUS-POPMSTR
              SET WS-HOUVE-ERRO-ABERTURA TO TRUE
           END-IF.

           OPEN INPUT DEPMSTR.
           IF WS-STATUS-DEPMSTR NOT = "00"
              DISPLAY
                 "ERRO FATAL - FALHA AO ABRIR DEPMSTR - STATUS "
                 WS-STATUS-DEPMSTR
              SET WS-HOUVE-ERRO-ABERTURA TO TRUE
           END-IF.

           IF WS-HOUVE-ERRO-ABERTURA
              GO TO 1000-INICIALIZACAO-EXIT
           END-IF.

           PERFORM 1400-CARREGA-LOG
              THRU 1400-CARREGA-LOG-EXIT.
           IF WS-HOUVE-ERRO-ABERTURA
              GO TO 1000-INICIALIZACAO-EXIT
           END-IF.

           PERFORM 1500-VERIFICA-ATIVA
              THRU 1500-VERIFICA-ATIVA-EXIT
              VARYING WS-POS-PEDIDO FROM 1 BY 1
              UNTIL WS-POS-PEDIDO > WS-QTDE-PEDIDOS.

           IF WS-MODO-EXECUCAO
              AND NOT WS-CARTAO-SO-INVENTARIO
              AND NOT WS-ARQ-MESTRE
              SET WS-VAI-PSEUDONIMIZAR TO TRUE
           END-IF.

           IF WS-VAI-PSEUDONIMIZAR
              OPEN EXTEND LGPDLOG
              IF WS-STATUS-LGPDLOG NOT = "00"
                 OPEN OUTPUT LGPDLOG
              END-IF
              IF WS-STATUS-LGPDLOG NOT = "00"
                 DISPLAY
                    "ERRO FATAL - FALHA AO ABRIR LGPDLOG - STATUS "
                    WS-STATUS-LGPDLOG
                 SET WS-HOUVE-ERRO-ABERTURA TO TRUE
                 GO TO 1000-INICIALIZACAO-EXIT
              END-IF
           END-IF.

           PERFORM 1600-ABRE-ARQUIVO
              THRU 1600-ABRE-ARQUIVO-EXIT.
       1000-INICIALIZACAO-EXIT.
           EXIT.

       1100-LE-PARAMETROS.
           OPEN INPUT EXECPARM.
           IF WS-STATUS-EXECPARM = "00"
              PERFORM 1110-LE-PROXIMO-PARAMETRO
                 THRU 1110-LE-PROXIMO-PARAMETRO-EXIT
                 UNTIL WS-FIM-ARQ-EXECPARM
              CLOSE EXECPARM
           END-IF.

           IF WS-ARQUIVO = SPACES
              DISPLAY "CARTAO ARQUIVO= OBRIGATORIO NO EXECPARM"
              SET WS-HOUVE-ERRO-PEDIDO TO TRUE
           END-IF.

           IF WS-ROTULO = SPACES
              MOVE WS-ARQUIVO TO WS-ROTULO
           END-IF.
       1100-LE-PARAMETROS-EXIT.
           EXIT.

       1110-LE-PROXIMO-PARAMETRO.
           READ EXECPARM
              AT END
                 SET WS-FIM-ARQ-EXECPARM TO TRUE
           END-READ.
           IF NOT WS-FIM-ARQ-EXECPARM
              EVALUATE TRUE
                 WHEN REG-PARAMETRO (1:8) = "ARQUIVO="
                    MOVE REG-PARAMETRO (9:8) TO WS-ARQUIVO
                    IF NOT WS-ARQ-MESTRE AND NOT WS-ARQ-AUDITIDX
                       AND NOT WS-ARQ-SEQUENCIAL
                       DISPLAY "CARTAO ARQUIVO= INVALIDO: "
                          REG-PARAMETRO (9:8)
                       SET WS-HOUVE-ERRO-PEDIDO TO TRUE
                    END-IF
                 WHEN REG-PARAMETRO (1:7) = "ROTULO="
                    MOVE REG-PARAMETRO (8:30) TO WS-ROTULO
                 WHEN REG-PARAMETRO = "SO-INVENTARIO"
                    SET WS-CARTAO-SO-INVENTARIO TO TRUE
                 WHEN REG-PARAMETRO = SPACES
                    CONTINUE
                 WHEN OTHER
                    DISPLAY "CARTAO DE EXECPARM INVALIDO: "
                       REG-PARAMETRO
                    SET WS-HOUVE-ERRO-PEDIDO TO TRUE
              END-EVALUATE
           END-IF.
       1110-LE-PROXIMO-PARAMETRO-EXIT.
           EXIT.

      ******************************************************************
      * 1200-LE-PEDIDO - carrega o pedido. Matricula repetida vale uma
      * vez so; matricula da faixa reservada aos pseudonimos e recusada
      * (nao e de ninguem - e a chave de alguem ja pseudonimizado).
      ******************************************************************
       1200-LE-PEDIDO.
           OPEN INPUT LGPDREQ.
           IF WS-STATUS-LGPDREQ NOT = "00"
              DISPLAY
                 "ERRO FATAL - FALHA AO ABRIR LGPDREQ - STATUS "
                 WS-STATUS-LGPDREQ
              SET WS-HOUVE-ERRO-ABERTURA TO TRUE
              GO TO 1200-LE-PEDIDO-EXIT
           END-IF.

           PERFORM 1210-LE-PROXIMO-PEDIDO
              THRU 1210-LE-PROXIMO-PEDIDO-EXIT
              UNTIL WS-FIM-ARQ-LGPDREQ.
           CLOSE LGPDREQ.

           IF WS-QTDE-PEDIDOS = ZERO
              DISPLAY "PEDIDO SEM NENHUM CARTAO MATRICULA="
              SET WS-HOUVE-ERRO-PEDIDO TO TRUE
           END-IF.

           IF WS-MODO-EXECUCAO AND WS-PROTOCOLO = SPACES
              DISPLAY "MODO=EXECUCAO EXIGE O CARTAO PROTOCOLO="
              SET WS-HOUVE-ERRO-PEDIDO TO TRUE
           END-IF.
       1200-LE-PEDIDO-EXIT.
           EXIT.

       1210-LE-PROXIMO-PEDIDO.
           READ LGPDREQ
              AT END
                 SET WS-FIM-ARQ-LGPDREQ TO TRUE
           END-READ.
           IF WS-FIM-ARQ-LGPDREQ
              GO TO 1210-LE-PROXIMO-PEDIDO-EXIT
           END-IF.

           EVALUATE TRUE
              WHEN REG-PEDIDO (1:15) = "MODO=INVENTARIO"
                 SET WS-MODO-INVENTARIO TO TRUE
              WHEN REG-PEDIDO (1:13) = "MODO=EXECUCAO"
                 SET WS-MODO-EXECUCAO TO TRUE
              WHEN REG-PEDIDO (1:10) = "PROTOCOLO="
                 MOVE REG-PEDIDO (11:20) TO WS-PROTOCOLO
              WHEN REG-PEDIDO (1:10) = "MATRICULA="
                 PERFORM 1220-GUARDA-MATRICULA
                    THRU 1220-GUARDA-MATRICULA-EXIT
              WHEN REG-PEDIDO = SPACES
                 CONTINUE
              WHEN OTHER
                 DISPLAY "CARTAO DE LGPDREQ INVALIDO: " REG-PEDIDO
                 SET WS-HOUVE-ERRO-PEDIDO TO TRUE
           END-EVALUATE.
       1210-LE-PROXIMO-PEDIDO-EXIT.
           EXIT.

       1220-GUARDA-MATRICULA.
           IF REG-PEDIDO (11:6) IS NOT NUMERIC
              DISPLAY "MATRICULA NAO NUMERICA NO PEDIDO: "
                 REG-PEDIDO (11:6)
              SET WS-HOUVE-ERRO-PEDIDO TO TRUE
              GO TO 1220-GUARDA-MATRICULA-EXIT
           END-IF.

           MOVE REG-PEDIDO (11:6) TO WS-CHAVE-REGISTRO.
           PERFORM 4000-PROCURA-PEDIDO
              THRU 4000-PROCURA-PEDIDO-EXIT.
           IF WS-ACHOU-ORIGINAL
              DISPLAY "MATRICULA REPETIDA NO PEDIDO IGNORADA: "
                 WS-CHAVE-REGISTRO
              GO TO 1220-GUARDA-MATRICULA-EXIT
           END-IF.

           IF WS-QTDE-PEDIDOS NOT < WS-MAX-PEDIDOS
              DISPLAY "PEDIDO COM MAIS DE 200 MATRICULAS - DIVIDIR "
                 "EM PEDIDOS MENORES"
              SET WS-HOUVE-ERRO-PEDIDO TO TRUE
              GO TO 1220-GUARDA-MATRICULA-EXIT
           END-IF.

           ADD 1 TO WS-QTDE-PEDIDOS.
           MOVE WS-CHAVE-REGISTRO
              TO WS-PED-MATRICULA (WS-QTDE-PEDIDOS).
           MOVE "N" TO WS-PED-ATIVO-MESTRE (WS-QTDE-PEDIDOS).
           MOVE "N" TO WS-PED-ATIVO-DEPEND (WS-QTDE-PEDIDOS).
           MOVE SPACES TO WS-PED-PSEUDO (WS-QTDE-PEDIDOS).
           MOVE SPACES TO WS-PED-DATA-PSEUDO (WS-QTDE-PEDIDOS).
           MOVE ZERO TO WS-PED-ENCONTRADOS (WS-QTDE-PEDIDOS).
           MOVE ZERO TO WS-PED-PSEUDONIMIZ (WS-QTDE-PEDIDOS).
           MOVE ZERO TO WS-PED-JA-PSEUDONIMIZ (WS-QTDE-PEDIDOS).
           MOVE ZERO TO WS-PED-REMANESCENTES (WS-QTDE-PEDIDOS).
           MOVE ZERO TO WS-PED-CONFERIDOS (WS-QTDE-PEDIDOS).
           IF WS-CHAVE-REGISTRO NOT < "900000"
              SET WS-PED-RECUSADA (WS-QTDE-PEDIDOS) TO TRUE
              ADD 1 TO WS-CONT-RECUSADAS
           ELSE
              SET WS-PED-LIBERADA (WS-QTDE-PEDIDOS) TO TRUE
           END-IF.
       1220-GUARDA-MATRICULA-EXIT.
           EXIT.

      ******************************************************************
      * 1400-CARREGA-LOG - le o log protegido inteiro: a maior chave ja
      * atribuida e o pseudonimo das matriculas do pedido que ja foram
      * tratadas em outro step ou outra execucao. Log inexistente e a
      * primeira execucao.
      ******************************************************************
       1400-CARREGA-LOG.
           OPEN INPUT LGPDLOG.
           EVALUATE WS-STATUS-LGPDLOG
              WHEN "00"
                 PERFORM 1410-LE-PROXIMO-LOG
                    THRU 1410-LE-PROXIMO-LOG-EXIT
                    UNTIL WS-FIM-ARQ-LGPDLOG
                 CLOSE LGPDLOG
              WHEN "35"
                 CONTINUE
              WHEN OTHER
                 DISPLAY
                    "ERRO FATAL - FALHA AO ABRIR LGPDLOG - STATUS "
                    WS-STATUS-LGPDLOG
                 SET WS-HOUVE-ERRO-ABERTURA TO TRUE
           END-EVALUATE.
       1400-CARREGA-LOG-EXIT.
           EXIT.

       1410-LE-PROXIMO-LOG.
           READ LGPDLOG INTO FXE-REGISTRO-LGPD
              AT END
                 SET WS-FIM-ARQ-LGPDLOG TO TRUE
           END-READ.
           IF WS-FIM-ARQ-LGPDLOG OR NOT FXE-LGP-PSEUDONIMO
              GO TO 1410-LE-PROXIMO-LOG-EXIT
           END-IF.

           IF FXE-LGP-CHAVE-PSEUDO > WS-MAIOR-PSEUDO
              MOVE FXE-LGP-CHAVE-PSEUDO TO WS-MAIOR-PSEUDO
           END-IF.

           MOVE FXE-LGP-MATRICULA TO WS-CHAVE-REGISTRO.
           PERFORM 4000-PROCURA-PEDIDO
              THRU 4000-PROCURA-PEDIDO-EXIT.
           IF WS-ACHOU-ORIGINAL
              MOVE FXE-LGP-CHAVE-PSEUDO
                 TO WS-PED-PSEUDO (WS-POS-PEDIDO)
              MOVE FXE-LGP-DATA
                 TO WS-PED-DATA-PSEUDO (WS-POS-PEDIDO)
           END-IF.
       1410-LE-PROXIMO-LOG-EXIT.
           EXIT.

      ******************************************************************
      * 1500-VERIFICA-ATIVA - matricula no POPMSTR, ou titular com
      * dependente no DEPMSTR, esta ativa. Erro de leitura conta como
      * ativa: na duvida nada e pseudonimizado.
      ******************************************************************
       1500-VERIFICA-ATIVA.
           IF WS-PED-RECUSADA (WS-POS-PEDIDO)
              GO TO 1500-VERIFICA-ATIVA-EXIT
           END-IF.

           MOVE WS-PED-MATRICULA (WS-POS-PEDIDO) TO FXE-MST-MATRICULA.
           READ POPMSTR.
           EVALUATE WS-STATUS-POPMSTR
              WHEN "23"
                 CONTINUE
              WHEN "00"
                 MOVE "S" TO WS-PED-ATIVO-MESTRE (WS-POS-PEDIDO)
              WHEN OTHER
                 DISPLAY "ERRO NA LEITURA DO POPMSTR - MATRICULA "
                    WS-PED-MATRICULA (WS-POS-PEDIDO)
                    " - STATUS " WS-STATUS-POPMSTR
                 MOVE "S" TO WS-PED-ATIVO-MESTRE (WS-POS-PEDIDO)
           END-EVALUATE.

           MOVE WS-PED-MATRICULA (WS-POS-PEDIDO) TO FXE-DEP-MATRICULA.
           MOVE ZERO TO FXE-DEP-SEQUENCIA.
           START DEPMSTR KEY IS NOT LESS THAN FXE-DEP-CHAVE.
           IF WS-STATUS-DEPMSTR = "00"
              READ DEPMSTR NEXT RECORD
              IF WS-STATUS-DEPMSTR = "00"
                 AND FXE-DEP-MATRICULA
                    = WS-PED-MATRICULA (WS-POS-PEDIDO)
                 MOVE "S" TO WS-PED-ATIVO-DEPEND (WS-POS-PEDIDO)
              END-IF
           END-IF.

           IF WS-PED-ATIVO-MESTRE (WS-POS-PEDIDO) = "S"
              OR WS-PED-ATIVO-DEPEND (WS-POS-PEDIDO) = "S"
              SET WS-PED-ATIVA (WS-POS-PEDIDO) TO TRUE
              ADD 1 TO WS-CONT-ATIVAS
           END-IF.
       1500-VERIFICA-ATIVA-EXIT.
           EXIT.

      ******************************************************************
      * 1600-ABRE-ARQUIVO - so o arquivo do step; POPMSTR e DEPMSTR ja
      * estao abertos para leitura.
      ******************************************************************
       1600-ABRE-ARQUIVO.
           EVALUATE TRUE
              WHEN WS-ARQ-MESTRE
                 GO TO 1600-ABRE-ARQUIVO-EXIT
              WHEN WS-ARQ-MESTJRNL AND WS-VAI-PSEUDONIMIZAR
                 OPEN I-O MESTJRNL
                 MOVE WS-STATUS-MESTJRNL TO WS-STATUS-ARQUIVO
              WHEN WS-ARQ-MESTJRNL
                 OPEN INPUT MESTJRNL
                 MOVE WS-STATUS-MESTJRNL TO WS-STATUS-ARQUIVO
              WHEN WS-ARQ-AUDITLOG AND WS-VAI-PSEUDONIMIZAR
                 OPEN I-O AUDITLOG
                 MOVE WS-STATUS-AUDITLOG TO WS-STATUS-ARQUIVO
              WHEN WS-ARQ-AUDITLOG
                 OPEN INPUT AUDITLOG
                 MOVE WS-STATUS-AUDITLOG TO WS-STATUS-ARQUIVO
              WHEN WS-ARQ-AUDITIDX AND WS-VAI-PSEUDONIMIZAR
                 OPEN I-O AUDITIDX
                 MOVE WS-STATUS-AUDITIDX TO WS-STATUS-ARQUIVO
              WHEN WS-ARQ-AUDITIDX
                 OPEN INPUT AUDITIDX
                 MOVE WS-STATUS-AUDITIDX TO WS-STATUS-ARQUIVO
              WHEN WS-ARQ-DELTARQ AND WS-VAI-PSEUDONIMIZAR
                 OPEN I-O DELTARQ
                 MOVE WS-STATUS-DELTARQ TO WS-STATUS-ARQUIVO
              WHEN WS-ARQ-DELTARQ
                 OPEN INPUT DELTARQ
                 MOVE WS-STATUS-DELTARQ TO WS-STATUS-ARQUIVO
              WHEN WS-ARQ-EXTRATO AND WS-VAI-PSEUDONIMIZAR
                 OPEN I-O EXTRATO
                 MOVE WS-STATUS-EXTRATO TO WS-STATUS-ARQUIVO
              WHEN WS-ARQ-EXTRATO
                 OPEN INPUT EXTRATO
                 MOVE WS-STATUS-EXTRATO TO WS-STATUS-ARQUIVO
              WHEN WS-ARQ-FATEXTR AND WS-VAI-PSEUDONIMIZAR
                 OPEN I-O FATEXTR
                 MOVE WS-STATUS-FATEXTR TO WS-STATUS-ARQUIVO
              WHEN OTHER
                 OPEN INPUT FATEXTR
                 MOVE WS-STATUS-FATEXTR TO WS-STATUS-ARQUIVO
           END-EVALUATE.

           IF WS-STATUS-ARQUIVO NOT = "00"
              DISPLAY "ERRO FATAL - FALHA AO ABRIR " WS-ARQUIVO
                 " - STATUS " WS-STATUS-ARQUIVO
              SET WS-HOUVE-ERRO-ABERTURA TO TRUE
           END-IF.
       1600-ABRE-ARQUIVO-EXIT.
           EXIT.

       1700-IMPRIME-CABECALHO.
           MOVE SPACES TO WS-LINHA-TITULO-LGPD.
           STRING "INVENTARIO E PSEUDONIMIZACAO LGPD - DATA "
              WS-DATA-PROCESSAMENTO " HORA "
              WS-HORA-SISTEMA (1:2) ":" WS-HORA-SISTEMA (3:2)
              DELIMITED BY SIZE INTO WS-TITULO-LGPD-TEXTO.
           WRITE REG-RELATORIO-LGPD FROM WS-LINHA-TITULO-LGPD.

           MOVE SPACES TO WS-LINHA-TITULO-LGPD.
           STRING "ARQUIVO: " WS-ARQUIVO "  ROTULO: " WS-ROTULO
              DELIMITED BY SIZE INTO WS-TITULO-LGPD-TEXTO.
           WRITE REG-RELATORIO-LGPD FROM WS-LINHA-TITULO-LGPD.

           MOVE SPACES TO WS-LINHA-TITULO-LGPD.
           IF WS-MODO-EXECUCAO
              MOVE "MODO: EXECUCAO" TO WS-TITULO-LGPD-TEXTO
           ELSE
              MOVE "MODO: INVENTARIO" TO WS-TITULO-LGPD-TEXTO
           END-IF.
           MOVE "PROTOCOLO:" TO WS-TITULO-LGPD-TEXTO (19:10).
           MOVE WS-PROTOCOLO TO WS-TITULO-LGPD-TEXTO (30:20).
           IF WS-MODO-EXECUCAO
              AND (WS-CARTAO-SO-INVENTARIO OR WS-ARQ-MESTRE)
              MOVE "- ARQUIVO SO INVENTARIADO"
                 TO WS-TITULO-LGPD-TEXTO (51:25)
           END-IF.
           WRITE REG-RELATORIO-LGPD FROM WS-LINHA-TITULO-LGPD.

           MOVE SPACES TO WS-LINHA-TITULO-LGPD.
           WRITE REG-RELATORIO-LGPD FROM WS-LINHA-TITULO-LGPD.

           MOVE SPACES TO WS-LINHA-TITULO-LGPD.
           MOVE "  MATRIC  REGISTRO  CONTEUDO"
              TO WS-TITULO-LGPD-TEXTO.
           MOVE "ACAO" TO WS-LINHA-TITULO-LGPD (102:4).
           WRITE REG-RELATORIO-LGPD FROM WS-LINHA-TITULO-LGPD.
       1700-IMPRIME-CABECALHO-EXIT.
           EXIT.

      ******************************************************************
      * 3000-TRATA-ARQUIVO - mestre e indice por chave, uma matricula
      * do pedido por vez; os sequenciais numa varredura completa.
      ******************************************************************
       3000-TRATA-ARQUIVO.
           EVALUATE TRUE
              WHEN WS-ARQ-POPMSTR
                 PERFORM 3100-INVENTARIA-MESTRE
                    THRU 3100-INVENTARIA-MESTRE-EXIT
                    VARYING WS-POS-PEDIDO FROM 1 BY 1
                    UNTIL WS-POS-PEDIDO > WS-QTDE-PEDIDOS
              WHEN WS-ARQ-DEPMSTR
                 PERFORM 3200-INVENTARIA-DEPENDENTES
                    THRU 3200-INVENTARIA-DEPENDENTES-EXIT
                    VARYING WS-POS-PEDIDO FROM 1 BY 1
                    UNTIL WS-POS-PEDIDO > WS-QTDE-PEDIDOS
              WHEN WS-ARQ-AUDITIDX
                 PERFORM 3300-TRATA-INDICE
                    THRU 3300-TRATA-INDICE-EXIT
                    VARYING WS-POS-PEDIDO FROM 1 BY 1
                    UNTIL WS-POS-PEDIDO > WS-QTDE-PEDIDOS
              WHEN OTHER
                 SET WS-FASE-VARREDURA TO TRUE
                 PERFORM 3500-VARRE-SEQUENCIAL
                    THRU 3500-VARRE-SEQUENCIAL-EXIT
           END-EVALUATE.
       3000-TRATA-ARQUIVO-EXIT.
           EXIT.

       3100-INVENTARIA-MESTRE.
           IF WS-PED-ATIVO-MESTRE (WS-POS-PEDIDO) NOT = "S"
              GO TO 3100-INVENTARIA-MESTRE-EXIT
           END-IF.

           MOVE WS-PED-MATRICULA (WS-POS-PEDIDO) TO FXE-MST-MATRICULA.
           READ POPMSTR.
           IF WS-STATUS-POPMSTR NOT = "00"
              GO TO 3100-INVENTARIA-MESTRE-EXIT
           END-IF.

           ADD 1 TO WS-CONT-LIDOS.
           ADD 1 TO WS-CONT-ENCONTRADOS.
           ADD 1 TO WS-PED-ENCONTRADOS (WS-POS-PEDIDO).
           MOVE 1 TO WS-CONT-DA-MATRICULA.
           MOVE SPACES TO WS-INV-CONTEUDO.
           STRING "MESTRE IDADE " FXE-MST-IDADE
              " DEPTO " FXE-MST-DEPARTAMENTO
              " SEXO " FXE-MST-SEXO
              " NASC " FXE-MST-DATA-NASC
              " FILIAL " FXE-MST-FILIAL
              DELIMITED BY SIZE INTO WS-INV-CONTEUDO.
           PERFORM 4200-IMPRIME-INVENTARIO
              THRU 4200-IMPRIME-INVENTARIO-EXIT.
       3100-INVENTARIA-MESTRE-EXIT.
           EXIT.

       3200-INVENTARIA-DEPENDENTES.
           IF WS-PED-ATIVO-DEPEND (WS-POS-PEDIDO) NOT = "S"
              GO TO 3200-INVENTARIA-DEPENDENTES-EXIT
           END-IF.

           MOVE WS-PED-MATRICULA (WS-POS-PEDIDO) TO FXE-DEP-MATRICULA.
           MOVE ZERO TO FXE-DEP-SEQUENCIA.
           START DEPMSTR KEY IS NOT LESS THAN FXE-DEP-CHAVE.
           IF WS-STATUS-DEPMSTR NOT = "00"
              GO TO 3200-INVENTARIA-DEPENDENTES-EXIT
           END-IF.

           MOVE ZERO TO WS-CONT-DA-MATRICULA.
           MOVE "N" TO WS-FIM-CHAVE.
           PERFORM 3210-LE-DEPENDENTE
              THRU 3210-LE-DEPENDENTE-EXIT
              UNTIL WS-FIM-DA-CHAVE.
       3200-INVENTARIA-DEPENDENTES-EXIT.
           EXIT.

       3210-LE-DEPENDENTE.
           READ DEPMSTR NEXT RECORD.
           IF WS-STATUS-DEPMSTR NOT = "00"
              OR FXE-DEP-MATRICULA
                 NOT = WS-PED-MATRICULA (WS-POS-PEDIDO)
              SET WS-FIM-DA-CHAVE TO TRUE
              GO TO 3210-LE-DEPENDENTE-EXIT
           END-IF.

           ADD 1 TO WS-CONT-LIDOS.
           ADD 1 TO WS-CONT-ENCONTRADOS.
           ADD 1 TO WS-PED-ENCONTRADOS (WS-POS-PEDIDO).
           ADD 1 TO WS-CONT-DA-MATRICULA.
           MOVE SPACES TO WS-INV-CONTEUDO.
           STRING "DEPENDENTE SEQ " FXE-DEP-SEQUENCIA
              " PARENTESCO " FXE-DEP-PARENTESCO
              " SEXO " FXE-DEP-SEXO
              " IDADE " FXE-DEP-IDADE-ALFA
              " NASC " FXE-DEP-DATA-NASC-ALFA
              DELIMITED BY SIZE INTO WS-INV-CONTEUDO.
           PERFORM 4200-IMPRIME-INVENTARIO
              THRU 4200-IMPRIME-INVENTARIO-EXIT.
       3210-LE-DEPENDENTE-EXIT.
           EXIT.

      ******************************************************************
      * 3300-TRATA-INDICE - lancamentos de uma matricula no AUDITIDX.
      * A chave e a propria matricula, entao pseudonimizar e trocar a
      * chave: grava o lancamento sob o pseudonimo, apaga o original e
      * reposiciona no proximo lancamento da matricula.
      ******************************************************************
       3300-TRATA-INDICE.
           IF WS-PED-RECUSADA (WS-POS-PEDIDO)
              GO TO 3300-TRATA-INDICE-EXIT
           END-IF.

           IF WS-PED-PSEUDO (WS-POS-PEDIDO) NOT = SPACES
              MOVE WS-PED-PSEUDO (WS-POS-PEDIDO) TO WS-CHAVE-CONTAGEM
              PERFORM 3350-CONTA-CHAVE-INDICE
                 THRU 3350-CONTA-CHAVE-INDICE-EXIT
              MOVE WS-QTDE-CONTADA
                 TO WS-PED-JA-PSEUDONIMIZ (WS-POS-PEDIDO)
              ADD WS-QTDE-CONTADA TO WS-CONT-JA-PSEUDONIMIZ
           END-IF.

           MOVE LOW-VALUES TO FXE-AIX-CHAVE.
           MOVE WS-PED-MATRICULA (WS-POS-PEDIDO) TO FXE-AIX-MATRICULA.
           START AUDITIDX KEY IS NOT LESS THAN FXE-AIX-CHAVE.
           IF WS-STATUS-AUDITIDX NOT = "00"
              GO TO 3300-TRATA-INDICE-EXIT
           END-IF.

           MOVE ZERO TO WS-CONT-DA-MATRICULA.
           MOVE "N" TO WS-FIM-CHAVE.
           PERFORM 3310-LE-INDICE
              THRU 3310-LE-INDICE-EXIT
              UNTIL WS-FIM-DA-CHAVE.
       3300-TRATA-INDICE-EXIT.
           EXIT.

       3310-LE-INDICE.
           READ AUDITIDX NEXT RECORD.
           IF WS-STATUS-AUDITIDX NOT = "00"
              OR FXE-AIX-MATRICULA
                 NOT = WS-PED-MATRICULA (WS-POS-PEDIDO)
              SET WS-FIM-DA-CHAVE TO TRUE
              GO TO 3310-LE-INDICE-EXIT
           END-IF.

           ADD 1 TO WS-CONT-LIDOS.
           ADD 1 TO WS-CONT-ENCONTRADOS.
           ADD 1 TO WS-PED-ENCONTRADOS (WS-POS-PEDIDO).
           ADD 1 TO WS-CONT-DA-MATRICULA.
           MOVE SPACES TO WS-INV-CONTEUDO.
           STRING "INDICE " FXE-AIX-DATA " " FXE-AIX-HORA
              " SEQ " FXE-AIX-SEQ
              " IDADE " FXE-AIX-IDADE
              " FAIXA " FXE-AIX-FAIXA-COD
              " STATUS " FXE-AIX-STATUS
              " NASC " FXE-AIX-DATA-NASC
              DELIMITED BY SIZE INTO WS-INV-CONTEUDO.

           MOVE "N" TO WS-REGISTRO-TROCADO.
           IF WS-VAI-PSEUDONIMIZAR
              AND WS-PED-LIBERADA (WS-POS-PEDIDO)
              PERFORM 3320-TROCA-CHAVE-INDICE
                 THRU 3320-TROCA-CHAVE-INDICE-EXIT
           END-IF.

           PERFORM 4200-IMPRIME-INVENTARIO
              THRU 4200-IMPRIME-INVENTARIO-EXIT.
       3310-LE-INDICE-EXIT.
           EXIT.

       3320-TROCA-CHAVE-INDICE.
           PERFORM 4100-OBTEM-PSEUDONIMO
              THRU 4100-OBTEM-PSEUDONIMO-EXIT.
           IF WS-PED-PSEUDO (WS-POS-PEDIDO) = SPACES
              SET WS-FIM-DA-CHAVE TO TRUE
              GO TO 3320-TROCA-CHAVE-INDICE-EXIT
           END-IF.

           MOVE FXE-REGISTRO-AUDIDX TO WS-AIX-ORIGINAL.
           MOVE FXE-AIX-CHAVE TO WS-CHAVE-AIX-ORIGINAL.
           MOVE WS-PED-PSEUDO (WS-POS-PEDIDO) TO FXE-AIX-MATRICULA.
           MOVE "00000000" TO FXE-AIX-DATA-NASC.
           WRITE FXE-REGISTRO-AUDIDX.
           IF WS-STATUS-AUDITIDX NOT = "00"
              DISPLAY "ERRO AO GRAVAR AUDITIDX PSEUDONIMIZADO - "
                 "MATRICULA " WS-PED-MATRICULA (WS-POS-PEDIDO)
                 " - STATUS " WS-STATUS-AUDITIDX
              SET WS-HOUVE-ERRO-GRAVACAO TO TRUE
              SET WS-FIM-DA-CHAVE TO TRUE
              MOVE WS-AIX-ORIGINAL TO FXE-REGISTRO-AUDIDX
              GO TO 3320-TROCA-CHAVE-INDICE-EXIT
           END-IF.

           MOVE WS-CHAVE-AIX-ORIGINAL TO FXE-AIX-CHAVE.
           DELETE AUDITIDX RECORD.
           IF WS-STATUS-AUDITIDX NOT = "00"
              DISPLAY "ERRO AO APAGAR AUDITIDX ORIGINAL - "
                 "MATRICULA " WS-PED-MATRICULA (WS-POS-PEDIDO)
                 " - STATUS " WS-STATUS-AUDITIDX
              SET WS-HOUVE-ERRO-GRAVACAO TO TRUE
              SET WS-FIM-DA-CHAVE TO TRUE
              MOVE WS-AIX-ORIGINAL TO FXE-REGISTRO-AUDIDX
              GO TO 3320-TROCA-CHAVE-INDICE-EXIT
           END-IF.

           ADD 1 TO WS-CONT-PSEUDONIMIZ.
           ADD 1 TO WS-PED-PSEUDONIMIZ (WS-POS-PEDIDO).
           SET WS-REGISTRO-PSEUDONIMIZADO TO TRUE.

           MOVE WS-CHAVE-AIX-ORIGINAL TO FXE-AIX-CHAVE.
           START AUDITIDX KEY IS GREATER THAN FXE-AIX-CHAVE.
           IF WS-STATUS-AUDITIDX NOT = "00"
              SET WS-FIM-DA-CHAVE TO TRUE
           END-IF.
           MOVE WS-AIX-ORIGINAL TO FXE-REGISTRO-AUDIDX.
       3320-TROCA-CHAVE-INDICE-EXIT.
           EXIT.

      ******************************************************************
      * 3350-CONTA-CHAVE-INDICE - quantos lancamentos o AUDITIDX tem
      * com a matricula (ou pseudonimo) de WS-CHAVE-CONTAGEM.
      ******************************************************************
       3350-CONTA-CHAVE-INDICE.
           MOVE ZERO TO WS-QTDE-CONTADA.
           MOVE LOW-VALUES TO FXE-AIX-CHAVE.
           MOVE WS-CHAVE-CONTAGEM TO FXE-AIX-MATRICULA.
           START AUDITIDX KEY IS NOT LESS THAN FXE-AIX-CHAVE.
           IF WS-STATUS-AUDITIDX NOT = "00"
              GO TO 3350-CONTA-CHAVE-INDICE-EXIT
           END-IF.

           MOVE "N" TO WS-FIM-CHAVE.
           PERFORM 3360-CONTA-PROXIMO-INDICE
              THRU 3360-CONTA-PROXIMO-INDICE-EXIT
              UNTIL WS-FIM-DA-CHAVE.
       3350-CONTA-CHAVE-INDICE-EXIT.
           EXIT.

       3360-CONTA-PROXIMO-INDICE.
           READ AUDITIDX NEXT RECORD.
           IF WS-STATUS-AUDITIDX NOT = "00"
              OR FXE-AIX-MATRICULA NOT = WS-CHAVE-CONTAGEM
              SET WS-FIM-DA-CHAVE TO TRUE
           ELSE
              ADD 1 TO WS-QTDE-CONTADA
           END-IF.
       3360-CONTA-PROXIMO-INDICE-EXIT.
           EXIT.

      ******************************************************************
      * 3500-VARRE-SEQUENCIAL - le o arquivo inteiro. Na varredura cada
      * registro de matricula pedida sai no inventario e, se for o
      * caso, e regravado no lugar; na conferencia so se conta.
      ******************************************************************
       3500-VARRE-SEQUENCIAL.
           MOVE "N" TO WS-FIM-ARQUIVO.
           PERFORM 3510-LE-REGISTRO
              THRU 3510-LE-REGISTRO-EXIT.

           PERFORM 3520-TRATA-REGISTRO
              THRU 3520-TRATA-REGISTRO-EXIT
              UNTIL WS-FIM-ARQ-ARQUIVO.
       3500-VARRE-SEQUENCIAL-EXIT.
           EXIT.

       3510-LE-REGISTRO.
           EVALUATE TRUE
              WHEN WS-ARQ-MESTJRNL
                 READ MESTJRNL INTO FXE-REGISTRO-JORNAL
                    AT END
                       SET WS-FIM-ARQ-ARQUIVO TO TRUE
                 END-READ
              WHEN WS-ARQ-AUDITLOG
                 READ AUDITLOG INTO FXE-REGISTRO-AUDITORIA
                    AT END
                       SET WS-FIM-ARQ-ARQUIVO TO TRUE
                 END-READ
              WHEN WS-ARQ-DELTARQ
                 READ DELTARQ INTO FXE-REGISTRO-DELTA
                    AT END
                       SET WS-FIM-ARQ-ARQUIVO TO TRUE
                 END-READ
              WHEN WS-ARQ-EXTRATO
                 READ EXTRATO INTO FXE-REGISTRO-EXTRATO
                    AT END
                       SET WS-FIM-ARQ-ARQUIVO TO TRUE
                 END-READ
              WHEN OTHER
                 READ FATEXTR INTO FXE-REGISTRO-FATURA
                    AT END
                       SET WS-FIM-ARQ-ARQUIVO TO TRUE
                 END-READ
           END-EVALUATE.
       3510-LE-REGISTRO-EXIT.
           EXIT.

       3520-TRATA-REGISTRO.
           IF WS-FASE-VARREDURA
              ADD 1 TO WS-CONT-LIDOS
           ELSE
              ADD 1 TO WS-CONT-RELIDOS
           END-IF.

      *    Abertura e encerramento do jornal nao tem matricula.
           EVALUATE TRUE
              WHEN WS-ARQ-MESTJRNL AND NOT FXE-JRN-MOVIMENTO
                 MOVE SPACES TO WS-CHAVE-REGISTRO
              WHEN WS-ARQ-MESTJRNL
                 MOVE FXE-JRN-MATRICULA TO WS-CHAVE-REGISTRO
              WHEN WS-ARQ-AUDITLOG
                 MOVE FXE-AUD-MATRICULA TO WS-CHAVE-REGISTRO
              WHEN WS-ARQ-DELTARQ
                 MOVE FXE-DEL-MATRICULA TO WS-CHAVE-REGISTRO
              WHEN WS-ARQ-EXTRATO
                 MOVE FXE-EXT-MATRICULA TO WS-CHAVE-REGISTRO
              WHEN OTHER
                 MOVE FXE-FAT-MATRICULA TO WS-CHAVE-REGISTRO
           END-EVALUATE.

           IF WS-CHAVE-REGISTRO NOT = SPACES
              PERFORM 3525-CLASSIFICA-REGISTRO
                 THRU 3525-CLASSIFICA-REGISTRO-EXIT
           END-IF.

           PERFORM 3510-LE-REGISTRO
              THRU 3510-LE-REGISTRO-EXIT.
       3520-TRATA-REGISTRO-EXIT.
           EXIT.

       3525-CLASSIFICA-REGISTRO.
           PERFORM 4000-PROCURA-PEDIDO
              THRU 4000-PROCURA-PEDIDO-EXIT.

           EVALUATE TRUE
              WHEN WS-ACHOU-PSEUDONIMO AND WS-FASE-VARREDURA
                 ADD 1 TO WS-PED-JA-PSEUDONIMIZ (WS-POS-PEDIDO)
                 ADD 1 TO WS-CONT-JA-PSEUDONIMIZ
              WHEN WS-ACHOU-PSEUDONIMO
                 ADD 1 TO WS-PED-CONFERIDOS (WS-POS-PEDIDO)
              WHEN WS-ACHOU-ORIGINAL AND WS-FASE-CONFERENCIA
                 ADD 1 TO WS-PED-REMANESCENTES (WS-POS-PEDIDO)
              WHEN WS-ACHOU-ORIGINAL
                 PERFORM 3530-TRATA-ACHADO
                    THRU 3530-TRATA-ACHADO-EXIT
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
       3525-CLASSIFICA-REGISTRO-EXIT.
           EXIT.

       3530-TRATA-ACHADO.
           ADD 1 TO WS-CONT-ENCONTRADOS.
           ADD 1 TO WS-PED-ENCONTRADOS (WS-POS-PEDIDO).
           MOVE WS-CONT-LIDOS TO WS-CONT-DA-MATRICULA.

           PERFORM 3540-DESCREVE-REGISTRO
              THRU 3540-DESCREVE-REGISTRO-EXIT.

           MOVE "N" TO WS-REGISTRO-TROCADO.
           IF WS-VAI-PSEUDONIMIZAR
              AND WS-PED-LIBERADA (WS-POS-PEDIDO)
              PERFORM 3600-PSEUDONIMIZA-REGISTRO
                 THRU 3600-PSEUDONIMIZA-REGISTRO-EXIT
           END-IF.

           PERFORM 4200-IMPRIME-INVENTARIO
              THRU 4200-IMPRIME-INVENTARIO-EXIT.
       3530-TRATA-ACHADO-EXIT.
           EXIT.

       3540-DESCREVE-REGISTRO.
           MOVE SPACES TO WS-INV-CONTEUDO.
           EVALUATE TRUE
              WHEN WS-ARQ-MESTJRNL
                 STRING "JORNAL " FXE-JRN-DATA " " FXE-JRN-HORA
                    " SEQ " FXE-JRN-SEQUENCIA
                    " TIPO " FXE-JRN-TIPO
                    DELIMITED BY SIZE INTO WS-INV-CONTEUDO
              WHEN WS-ARQ-AUDITLOG
                 STRING "AUDITORIA " FXE-AUD-DATA " " FXE-AUD-HORA
                    " IDADE " FXE-AUD-IDADE
                    " FAIXA " FXE-AUD-FAIXA-COD
                    " STATUS " FXE-AUD-STATUS
                    " NASC " FXE-AUD-DATA-NASC
                    DELIMITED BY SIZE INTO WS-INV-CONTEUDO
              WHEN WS-ARQ-DELTARQ
                 STRING "DELTA " FXE-DEL-TIPO
                    " FAIXA " FXE-DEL-FAIXA-ANT
                    " PARA " FXE-DEL-FAIXA-ATU
                    " IDADE " FXE-DEL-IDADE
                    " FILIAL " FXE-DEL-FILIAL
                    " BENEF " FXE-DEL-TIPO-BENEF
                    FXE-DEL-SEQ-DEPENDENTE
                    DELIMITED BY SIZE INTO WS-INV-CONTEUDO
              WHEN WS-ARQ-EXTRATO
                 STRING "EXTRATO IDADE " FXE-EXT-IDADE
                    " FAIXA " FXE-EXT-FAIXA-COD
                    " NASC " FXE-EXT-DATA-NASC
                    " FILIAL " FXE-EXT-FILIAL
                    " BENEF " FXE-EXT-TIPO-BENEF
                    FXE-EXT-SEQ-DEPENDENTE
                    DELIMITED BY SIZE INTO WS-INV-CONTEUDO
              WHEN OTHER
                 MOVE FXE-FAT-VALOR TO WS-VALOR-EDITADO
                 STRING "FATURA FAIXA " FXE-FAT-FAIXA-COD
                    " VALOR " WS-VALOR-EDITADO
                    " BENEF " FXE-FAT-TIPO-BENEF
                    FXE-FAT-SEQ-DEPENDENTE
                    " LANC " FXE-FAT-TIPO-LANC
                    " COMPET " FXE-FAT-COMPETENCIA
                    DELIMITED BY SIZE INTO WS-INV-CONTEUDO
           END-EVALUATE.
       3540-DESCREVE-REGISTRO-EXIT.
           EXIT.

      ******************************************************************
      * 3600-PSEUDONIMIZA-REGISTRO - troca a matricula pelo pseudonimo
      * e zera a data de nascimento onde o layout a tem. No jornal a
      * troca vale tambem para as imagens antes/depois (layout FXEMST
      * nos movimentos I/A/D, FXEDEP nos N/M/R). Idade, faixa, filial
      * e valores ficam como estao.
      ******************************************************************
       3600-PSEUDONIMIZA-REGISTRO.
           PERFORM 4100-OBTEM-PSEUDONIMO
              THRU 4100-OBTEM-PSEUDONIMO-EXIT.
           IF WS-PED-PSEUDO (WS-POS-PEDIDO) = SPACES
              GO TO 3600-PSEUDONIMIZA-REGISTRO-EXIT
           END-IF.

           EVALUATE TRUE
              WHEN WS-ARQ-MESTJRNL
                 MOVE WS-PED-PSEUDO (WS-POS-PEDIDO)
                    TO FXE-JRN-MATRICULA
                 IF FXE-JRN-ANTES NOT = SPACES
                    MOVE WS-PED-PSEUDO (WS-POS-PEDIDO)
                       TO FXE-JRN-ANTES (1:6)
                    IF FXE-JRN-DEPENDENTE
                       MOVE "00000000" TO FXE-JRN-ANTES (14:8)
                    ELSE
                       MOVE "00000000" TO FXE-JRN-ANTES (21:8)
                    END-IF
                 END-IF
                 IF FXE-JRN-DEPOIS NOT = SPACES
                    MOVE WS-PED-PSEUDO (WS-POS-PEDIDO)
                       TO FXE-JRN-DEPOIS (1:6)
                    IF FXE-JRN-DEPENDENTE
                       MOVE "00000000" TO FXE-JRN-DEPOIS (14:8)
                    ELSE
                       MOVE "00000000" TO FXE-JRN-DEPOIS (21:8)
                    END-IF
                 END-IF
                 REWRITE REG-JORNAL FROM FXE-REGISTRO-JORNAL
                 MOVE WS-STATUS-MESTJRNL TO WS-STATUS-ARQUIVO
              WHEN WS-ARQ-AUDITLOG
                 MOVE WS-PED-PSEUDO (WS-POS-PEDIDO)
                    TO FXE-AUD-MATRICULA
                 MOVE "00000000" TO FXE-AUD-DATA-NASC
                 REWRITE REG-AUDITORIA FROM FXE-REGISTRO-AUDITORIA
                 MOVE WS-STATUS-AUDITLOG TO WS-STATUS-ARQUIVO
              WHEN WS-ARQ-DELTARQ
                 MOVE WS-PED-PSEUDO (WS-POS-PEDIDO)
                    TO FXE-DEL-MATRICULA
                 REWRITE REG-DELTA FROM FXE-REGISTRO-DELTA
                 MOVE WS-STATUS-DELTARQ TO WS-STATUS-ARQUIVO
              WHEN WS-ARQ-EXTRATO
                 MOVE WS-PED-PSEUDO (WS-POS-PEDIDO)
                    TO FXE-EXT-MATRICULA
                 MOVE "00000000" TO FXE-EXT-DATA-NASC
                 REWRITE REG-EXTRATO FROM FXE-REGISTRO-EXTRATO
                 MOVE WS-STATUS-EXTRATO TO WS-STATUS-ARQUIVO
              WHEN OTHER
                 MOVE WS-PED-PSEUDO (WS-POS-PEDIDO)
                    TO FXE-FAT-MATRICULA
                 REWRITE REG-FATURA FROM FXE-REGISTRO-FATURA
                 MOVE WS-STATUS-FATEXTR TO WS-STATUS-ARQUIVO
           END-EVALUATE.

           IF WS-STATUS-ARQUIVO NOT = "00"
              DISPLAY "ERRO AO REGRAVAR " WS-ARQUIVO
                 " - REGISTRO " WS-CONT-LIDOS
                 " - STATUS " WS-STATUS-ARQUIVO
              SET WS-HOUVE-ERRO-GRAVACAO TO TRUE
              GO TO 3600-PSEUDONIMIZA-REGISTRO-EXIT
           END-IF.

           ADD 1 TO WS-CONT-PSEUDONIMIZ.
           ADD 1 TO WS-PED-PSEUDONIMIZ (WS-POS-PEDIDO).
           SET WS-REGISTRO-PSEUDONIMIZADO TO TRUE.
       3600-PSEUDONIMIZA-REGISTRO-EXIT.
           EXIT.

      ******************************************************************
      * 4000-PROCURA-PEDIDO - WS-CHAVE-REGISTRO e uma matricula do
      * pedido (original) ou o pseudonimo ja atribuido a uma delas?
      ******************************************************************
       4000-PROCURA-PEDIDO.
           MOVE SPACE TO WS-TIPO-ACHADO.
           MOVE ZERO TO WS-POS-PEDIDO.
           SET WS-IDX-PED TO 1.
           SEARCH WS-PEDIDO
              AT END
                 CONTINUE
              WHEN WS-IDX-PED > WS-QTDE-PEDIDOS
                 CONTINUE
              WHEN WS-PED-MATRICULA (WS-IDX-PED) = WS-CHAVE-REGISTRO
                 SET WS-ACHOU-ORIGINAL TO TRUE
                 SET WS-POS-PEDIDO TO WS-IDX-PED
              WHEN WS-PED-PSEUDO (WS-IDX-PED) = WS-CHAVE-REGISTRO
                 SET WS-ACHOU-PSEUDONIMO TO TRUE
                 SET WS-POS-PEDIDO TO WS-IDX-PED
           END-SEARCH.
       4000-PROCURA-PEDIDO-EXIT.
           EXIT.

      ******************************************************************
      * 4100-OBTEM-PSEUDONIMO - a matricula ainda sem chave recebe a
      * proxima da faixa reservada que nao exista no POPMSTR nem como
      * titular no DEPMSTR (os pseudonimos ja dados estao abaixo do
      * maior do log), e a ligacao vai na hora para o log protegido.
      * Faixa esgotada deixa o registro como esta e invalida o step.
      ******************************************************************
       4100-OBTEM-PSEUDONIMO.
           IF WS-PED-PSEUDO (WS-POS-PEDIDO) NOT = SPACES
              GO TO 4100-OBTEM-PSEUDONIMO-EXIT
           END-IF.

           MOVE "N" TO WS-PSEUDO-LIVRE.
           PERFORM 4110-PROXIMO-PSEUDONIMO
              THRU 4110-PROXIMO-PSEUDONIMO-EXIT
              UNTIL WS-ACHOU-PSEUDO-LIVRE
              OR WS-FAIXA-PSEUDO-ESGOTADA.
           IF NOT WS-ACHOU-PSEUDO-LIVRE
              GO TO 4100-OBTEM-PSEUDONIMO-EXIT
           END-IF.

           MOVE WS-NOVO-PSEUDO-ALFA TO WS-PED-PSEUDO (WS-POS-PEDIDO).
           MOVE WS-DATA-PROCESSAMENTO
              TO WS-PED-DATA-PSEUDO (WS-POS-PEDIDO).

           MOVE SPACES TO FXE-REGISTRO-LGPD.
           MOVE WS-DATA-PROCESSAMENTO TO FXE-LGP-DATA.
           MOVE WS-HORA-SISTEMA TO FXE-LGP-HORA.
           SET FXE-LGP-PSEUDONIMO TO TRUE.
           MOVE WS-PROTOCOLO TO FXE-LGP-PROTOCOLO.
           MOVE WS-PED-MATRICULA (WS-POS-PEDIDO) TO FXE-LGP-MATRICULA.
           MOVE WS-NOVO-PSEUDO TO FXE-LGP-CHAVE-PSEUDO.
           MOVE WS-ARQUIVO TO FXE-LGP-ARQUIVO.
           MOVE WS-ROTULO TO FXE-LGP-ROTULO.
           MOVE ZERO TO FXE-LGP-QTDE.
           WRITE REG-LOG-LGPD FROM FXE-REGISTRO-LGPD.
           IF WS-STATUS-LGPDLOG NOT = "00"
              DISPLAY "ERRO AO GRAVAR LGPDLOG - STATUS "
                 WS-STATUS-LGPDLOG
              SET WS-HOUVE-ERRO-GRAVACAO TO TRUE
              MOVE SPACES TO WS-PED-PSEUDO (WS-POS-PEDIDO)
           END-IF.
       4100-OBTEM-PSEUDONIMO-EXIT.
           EXIT.

       4110-PROXIMO-PSEUDONIMO.
           IF WS-MAIOR-PSEUDO = 999999
              DISPLAY "FAIXA DE PSEUDONIMOS 900000-999999 ESGOTADA"
              SET WS-FAIXA-PSEUDO-ESGOTADA TO TRUE
              SET WS-HOUVE-ERRO-GRAVACAO TO TRUE
              GO TO 4110-PROXIMO-PSEUDONIMO-EXIT
           END-IF.

           ADD 1 TO WS-MAIOR-PSEUDO.
           MOVE WS-MAIOR-PSEUDO TO WS-NOVO-PSEUDO.
           MOVE WS-NOVO-PSEUDO TO FXE-MST-MATRICULA.
           READ POPMSTR.
           IF WS-STATUS-POPMSTR NOT = "23"
              DISPLAY "MATRICULA " WS-NOVO-PSEUDO
                 " EXISTE NO POPMSTR - NAO USADA COMO PSEUDONIMO"
              GO TO 4110-PROXIMO-PSEUDONIMO-EXIT
           END-IF.

           MOVE WS-NOVO-PSEUDO TO FXE-DEP-MATRICULA.
           MOVE ZERO TO FXE-DEP-SEQUENCIA.
           START DEPMSTR KEY IS NOT LESS THAN FXE-DEP-CHAVE.
           IF WS-STATUS-DEPMSTR = "00"
              READ DEPMSTR NEXT RECORD
              IF WS-STATUS-DEPMSTR = "00"
                 AND FXE-DEP-MATRICULA = WS-NOVO-PSEUDO
                 DISPLAY "MATRICULA " WS-NOVO-PSEUDO
                    " EXISTE NO DEPMSTR - NAO USADA COMO PSEUDONIMO"
                 GO TO 4110-PROXIMO-PSEUDONIMO-EXIT
              END-IF
           END-IF.

           SET WS-ACHOU-PSEUDO-LIVRE TO TRUE.
       4110-PROXIMO-PSEUDONIMO-EXIT.
           EXIT.

       4200-IMPRIME-INVENTARIO.
           MOVE WS-PED-MATRICULA (WS-POS-PEDIDO) TO WS-INV-MATRICULA.
           MOVE WS-CONT-DA-MATRICULA TO WS-INV-REGISTRO.
           EVALUATE TRUE
              WHEN WS-MODO-INVENTARIO
                 MOVE "INVENTARIADO" TO WS-INV-ACAO
              WHEN WS-PED-RECUSADA (WS-POS-PEDIDO)
                 MOVE "MANTIDO - RECUSADA" TO WS-INV-ACAO
              WHEN WS-PED-ATIVA (WS-POS-PEDIDO)
                 MOVE "MANTIDO - ATIVO" TO WS-INV-ACAO
              WHEN NOT WS-VAI-PSEUDONIMIZAR
                 MOVE "MANTIDO - SO INVENTARIO" TO WS-INV-ACAO
              WHEN WS-REGISTRO-PSEUDONIMIZADO
                 MOVE "PSEUDONIMIZADO" TO WS-INV-ACAO
              WHEN OTHER
                 MOVE "*** NAO PSEUDONIMIZADO" TO WS-INV-ACAO
           END-EVALUATE.
           WRITE REG-RELATORIO-LGPD FROM WS-LINHA-INVENTARIO.
       4200-IMPRIME-INVENTARIO-EXIT.
           EXIT.

      ******************************************************************
      * 5000-CONFERE-ARQUIVO - depois da regravacao relê o arquivo: a
      * quantidade de registros nao pode ter mudado, nenhuma matricula
      * liberada pode ter sobrado e cada pseudonimo tem de aparecer nos
      * registros que ja tinha mais nos que recebeu agora.
      ******************************************************************
       5000-CONFERE-ARQUIVO.
           IF WS-ARQ-AUDITIDX
              PERFORM 5100-CONFERE-INDICE
                 THRU 5100-CONFERE-INDICE-EXIT
                 VARYING WS-POS-PEDIDO FROM 1 BY 1
                 UNTIL WS-POS-PEDIDO > WS-QTDE-PEDIDOS
           ELSE
              PERFORM 5200-REABRE-SEQUENCIAL
                 THRU 5200-REABRE-SEQUENCIAL-EXIT
              IF WS-HOUVE-ERRO-CONFERENCIA
                 GO TO 5000-CONFERE-ARQUIVO-EXIT
              END-IF
              SET WS-FASE-CONFERENCIA TO TRUE
              PERFORM 3500-VARRE-SEQUENCIAL
                 THRU 3500-VARRE-SEQUENCIAL-EXIT
              IF WS-CONT-RELIDOS NOT = WS-CONT-LIDOS
                 DISPLAY "CONFERENCIA - " WS-ARQUIVO " TINHA "
                    WS-CONT-LIDOS " REGISTROS E TEM "
                    WS-CONT-RELIDOS
                 SET WS-HOUVE-ERRO-CONFERENCIA TO TRUE
              END-IF
           END-IF.

           PERFORM 5300-CONFERE-PEDIDO
              THRU 5300-CONFERE-PEDIDO-EXIT
              VARYING WS-POS-PEDIDO FROM 1 BY 1
              UNTIL WS-POS-PEDIDO > WS-QTDE-PEDIDOS.
       5000-CONFERE-ARQUIVO-EXIT.
           EXIT.

       5100-CONFERE-INDICE.
           IF NOT WS-PED-LIBERADA (WS-POS-PEDIDO)
              GO TO 5100-CONFERE-INDICE-EXIT
           END-IF.

           MOVE WS-PED-MATRICULA (WS-POS-PEDIDO) TO WS-CHAVE-CONTAGEM.
           PERFORM 3350-CONTA-CHAVE-INDICE
              THRU 3350-CONTA-CHAVE-INDICE-EXIT.
           MOVE WS-QTDE-CONTADA TO WS-PED-REMANESCENTES (WS-POS-PEDIDO).

           IF WS-PED-PSEUDO (WS-POS-PEDIDO) NOT = SPACES
              MOVE WS-PED-PSEUDO (WS-POS-PEDIDO) TO WS-CHAVE-CONTAGEM
              PERFORM 3350-CONTA-CHAVE-INDICE
                 THRU 3350-CONTA-CHAVE-INDICE-EXIT
              MOVE WS-QTDE-CONTADA TO WS-PED-CONFERIDOS (WS-POS-PEDIDO)
           END-IF.
       5100-CONFERE-INDICE-EXIT.
           EXIT.

       5200-REABRE-SEQUENCIAL.
           EVALUATE TRUE
              WHEN WS-ARQ-MESTJRNL
                 CLOSE MESTJRNL
                 OPEN INPUT MESTJRNL
                 MOVE WS-STATUS-MESTJRNL TO WS-STATUS-ARQUIVO
              WHEN WS-ARQ-AUDITLOG
                 CLOSE AUDITLOG
                 OPEN INPUT AUDITLOG
                 MOVE WS-STATUS-AUDITLOG TO WS-STATUS-ARQUIVO
              WHEN WS-ARQ-DELTARQ
                 CLOSE DELTARQ
                 OPEN INPUT DELTARQ
                 MOVE WS-STATUS-DELTARQ TO WS-STATUS-ARQUIVO
              WHEN WS-ARQ-EXTRATO
                 CLOSE EXTRATO
                 OPEN INPUT EXTRATO
                 MOVE WS-STATUS-EXTRATO TO WS-STATUS-ARQUIVO
              WHEN OTHER
                 CLOSE FATEXTR
                 OPEN INPUT FATEXTR
                 MOVE WS-STATUS-FATEXTR TO WS-STATUS-ARQUIVO
           END-EVALUATE.

           IF WS-STATUS-ARQUIVO NOT = "00"
              DISPLAY "CONFERENCIA - FALHA AO REABRIR " WS-ARQUIVO
                 " - STATUS " WS-STATUS-ARQUIVO
              SET WS-HOUVE-ERRO-CONFERENCIA TO TRUE
           END-IF.
       5200-REABRE-SEQUENCIAL-EXIT.
           EXIT.

       5300-CONFERE-PEDIDO.
           IF NOT WS-PED-LIBERADA (WS-POS-PEDIDO)
              GO TO 5300-CONFERE-PEDIDO-EXIT
           END-IF.

           IF WS-PED-REMANESCENTES (WS-POS-PEDIDO) > ZERO
              DISPLAY "CONFERENCIA - MATRICULA "
                 WS-PED-MATRICULA (WS-POS-PEDIDO)
                 " AINDA TEM " WS-PED-REMANESCENTES (WS-POS-PEDIDO)
                 " REGISTROS EM " WS-ARQUIVO
              SET WS-HOUVE-ERRO-CONFERENCIA TO TRUE
           END-IF.

           MOVE WS-PED-JA-PSEUDONIMIZ (WS-POS-PEDIDO)
              TO WS-QTDE-ESPERADA.
           ADD WS-PED-PSEUDONIMIZ (WS-POS-PEDIDO) TO WS-QTDE-ESPERADA.
           IF WS-PED-CONFERIDOS (WS-POS-PEDIDO) NOT = WS-QTDE-ESPERADA
              DISPLAY "CONFERENCIA - PSEUDONIMO DA MATRICULA "
                 WS-PED-MATRICULA (WS-POS-PEDIDO)
                 " EM " WS-PED-CONFERIDOS (WS-POS-PEDIDO)
                 " REGISTROS - ESPERADOS " WS-QTDE-ESPERADA
              SET WS-HOUVE-ERRO-CONFERENCIA TO TRUE
           END-IF.
       5300-CONFERE-PEDIDO-EXIT.
           EXIT.

      ******************************************************************
      * 6000-IMPRIME-RESUMO - uma linha por matricula do pedido e, em
      * MODO=EXECUCAO, o registro R no log protegido de cada matricula
      * que teve registros pseudonimizados neste arquivo.
      ******************************************************************
       6000-IMPRIME-RESUMO.
           MOVE SPACES TO WS-LINHA-TITULO-LGPD.
           WRITE REG-RELATORIO-LGPD FROM WS-LINHA-TITULO-LGPD.
           MOVE "RESUMO POR MATRICULA" TO WS-TITULO-LGPD-TEXTO.
           WRITE REG-RELATORIO-LGPD FROM WS-LINHA-TITULO-LGPD.
           MOVE SPACES TO WS-LINHA-TITULO-LGPD.
           WRITE REG-RELATORIO-LGPD FROM WS-LINHA-TITULO-LGPD.
           MOVE "  MATRIC  SITUACAO" TO WS-TITULO-LGPD-TEXTO.
           MOVE "ENCONTR  PSEUDON  JA PSEUD OBSERVACAO"
              TO WS-TITULO-LGPD-TEXTO (43:37).
           WRITE REG-RELATORIO-LGPD FROM WS-LINHA-TITULO-LGPD.

           PERFORM 6100-IMPRIME-MATRICULA
              THRU 6100-IMPRIME-MATRICULA-EXIT
              VARYING WS-POS-PEDIDO FROM 1 BY 1
              UNTIL WS-POS-PEDIDO > WS-QTDE-PEDIDOS.
       6000-IMPRIME-RESUMO-EXIT.
           EXIT.

       6100-IMPRIME-MATRICULA.
           MOVE WS-PED-MATRICULA (WS-POS-PEDIDO) TO WS-RES-MATRICULA.
           MOVE WS-PED-ENCONTRADOS (WS-POS-PEDIDO)
              TO WS-RES-ENCONTRADOS.
           MOVE WS-PED-PSEUDONIMIZ (WS-POS-PEDIDO)
              TO WS-RES-PSEUDONIMIZ.
           MOVE WS-PED-JA-PSEUDONIMIZ (WS-POS-PEDIDO)
              TO WS-RES-JA-PSEUDONIMIZ.
           MOVE SPACES TO WS-RES-OBSERVACAO.

           EVALUATE TRUE
              WHEN WS-PED-RECUSADA (WS-POS-PEDIDO)
                 MOVE "RECUSADA - FAIXA RESERVADA"
                    TO WS-RES-SITUACAO
                 MOVE "MATRICULA E CHAVE PSEUDONIMA - NAO E DE NINGUEM"
                    TO WS-RES-OBSERVACAO
              WHEN WS-PED-ATIVO-MESTRE (WS-POS-PEDIDO) = "S"
                 AND WS-PED-ATIVO-DEPEND (WS-POS-PEDIDO) = "S"
                 MOVE "ATIVA - POPMSTR E DEPMSTR" TO WS-RES-SITUACAO
              WHEN WS-PED-ATIVO-MESTRE (WS-POS-PEDIDO) = "S"
                 MOVE "ATIVA - POPMSTR" TO WS-RES-SITUACAO
              WHEN WS-PED-ATIVO-DEPEND (WS-POS-PEDIDO) = "S"
                 MOVE "ATIVA - DEPENDENTES NO DEPMSTR"
                    TO WS-RES-SITUACAO
              WHEN OTHER
                 MOVE "FORA DO CADASTRO" TO WS-RES-SITUACAO
           END-EVALUATE.

           EVALUATE TRUE
              WHEN WS-PED-RECUSADA (WS-POS-PEDIDO)
                 CONTINUE
              WHEN WS-PED-ATIVA (WS-POS-PEDIDO)
                 MOVE "DESLIGAR NO CADASTRO ANTES DE PSEUDONIMIZAR"
                    TO WS-RES-OBSERVACAO
              WHEN WS-PED-PSEUDO (WS-POS-PEDIDO) NOT = SPACES
                 STRING "PSEUDONIMO NO LOG PROTEGIDO DESDE "
                    WS-PED-DATA-PSEUDO (WS-POS-PEDIDO)
                    DELIMITED BY SIZE INTO WS-RES-OBSERVACAO
              WHEN WS-PED-ENCONTRADOS (WS-POS-PEDIDO) = ZERO
                 MOVE "NADA ENCONTRADO NESTE ARQUIVO"
                    TO WS-RES-OBSERVACAO
              WHEN WS-MODO-INVENTARIO
                 MOVE "PSEUDONIMIZAVEL EM MODO=EXECUCAO"
                    TO WS-RES-OBSERVACAO
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.

           WRITE REG-RELATORIO-LGPD FROM WS-LINHA-RESUMO.

           IF WS-VAI-PSEUDONIMIZAR
              AND WS-PED-PSEUDONIMIZ (WS-POS-PEDIDO) > ZERO
              PERFORM 6200-GRAVA-LOG-REGISTROS
                 THRU 6200-GRAVA-LOG-REGISTROS-EXIT
           END-IF.
       6100-IMPRIME-MATRICULA-EXIT.
           EXIT.

       6200-GRAVA-LOG-REGISTROS.
           MOVE SPACES TO FXE-REGISTRO-LGPD.
           MOVE WS-DATA-PROCESSAMENTO TO FXE-LGP-DATA.
           MOVE WS-HORA-SISTEMA TO FXE-LGP-HORA.
           SET FXE-LGP-REGISTROS TO TRUE.
           MOVE WS-PROTOCOLO TO FXE-LGP-PROTOCOLO.
           MOVE WS-PED-MATRICULA (WS-POS-PEDIDO) TO FXE-LGP-MATRICULA.
           MOVE WS-PED-PSEUDO (WS-POS-PEDIDO) TO FXE-LGP-CHAVE-PSEUDO.
           MOVE WS-ARQUIVO TO FXE-LGP-ARQUIVO.
           MOVE WS-ROTULO TO FXE-LGP-ROTULO.
           MOVE WS-PED-PSEUDONIMIZ (WS-POS-PEDIDO) TO FXE-LGP-QTDE.
           WRITE REG-LOG-LGPD FROM FXE-REGISTRO-LGPD.
           IF WS-STATUS-LGPDLOG NOT = "00"
              DISPLAY "ERRO AO GRAVAR LGPDLOG - STATUS "
                 WS-STATUS-LGPDLOG
              SET WS-HOUVE-ERRO-GRAVACAO TO TRUE
           END-IF.
       6200-GRAVA-LOG-REGISTROS-EXIT.
           EXIT.

       7000-IMPRIME-TOTALIZACAO.
           MOVE SPACES TO WS-LINHA-TITULO-LGPD.
           WRITE REG-RELATORIO-LGPD FROM WS-LINHA-TITULO-LGPD.

           MOVE "  REGISTROS LIDOS.................: "
              TO WS-TITULO-LGPD-TEXTO.
           MOVE WS-CONT-LIDOS TO WS-QTDE-EDITADA.
           MOVE WS-QTDE-EDITADA TO WS-TITULO-LGPD-TEXTO (38:7).
           WRITE REG-RELATORIO-LGPD FROM WS-LINHA-TITULO-LGPD.

           MOVE SPACES TO WS-LINHA-TITULO-LGPD.
           MOVE "  REGISTROS DAS MATRICULAS........: "
              TO WS-TITULO-LGPD-TEXTO.
           MOVE WS-CONT-ENCONTRADOS TO WS-QTDE-EDITADA.
           MOVE WS-QTDE-EDITADA TO WS-TITULO-LGPD-TEXTO (38:7).
           WRITE REG-RELATORIO-LGPD FROM WS-LINHA-TITULO-LGPD.

           MOVE SPACES TO WS-LINHA-TITULO-LGPD.
           MOVE "  REGISTROS PSEUDONIMIZADOS.......: "
              TO WS-TITULO-LGPD-TEXTO.
           MOVE WS-CONT-PSEUDONIMIZ TO WS-QTDE-EDITADA.
           MOVE WS-QTDE-EDITADA TO WS-TITULO-LGPD-TEXTO (38:7).
           WRITE REG-RELATORIO-LGPD FROM WS-LINHA-TITULO-LGPD.

           MOVE SPACES TO WS-LINHA-TITULO-LGPD.
           MOVE "  REGISTROS JA PSEUDONIMIZADOS....: "
              TO WS-TITULO-LGPD-TEXTO.
           MOVE WS-CONT-JA-PSEUDONIMIZ TO WS-QTDE-EDITADA.
           MOVE WS-QTDE-EDITADA TO WS-TITULO-LGPD-TEXTO (38:7).
           WRITE REG-RELATORIO-LGPD FROM WS-LINHA-TITULO-LGPD.

           MOVE SPACES TO WS-LINHA-TITULO-LGPD.
           MOVE "  MATRICULAS PEDIDAS..............: "
              TO WS-TITULO-LGPD-TEXTO.
           MOVE WS-QTDE-PEDIDOS TO WS-QTDE-EDITADA.
           MOVE WS-QTDE-EDITADA TO WS-TITULO-LGPD-TEXTO (38:7).
           WRITE REG-RELATORIO-LGPD FROM WS-LINHA-TITULO-LGPD.

           MOVE SPACES TO WS-LINHA-TITULO-LGPD.
           MOVE "  MATRICULAS ATIVAS - MANTIDAS....: "
              TO WS-TITULO-LGPD-TEXTO.
           MOVE WS-CONT-ATIVAS TO WS-QTDE-EDITADA.
           MOVE WS-QTDE-EDITADA TO WS-TITULO-LGPD-TEXTO (38:7).
           WRITE REG-RELATORIO-LGPD FROM WS-LINHA-TITULO-LGPD.

           MOVE SPACES TO WS-LINHA-TITULO-LGPD.
           MOVE "  MATRICULAS RECUSADAS............: "
              TO WS-TITULO-LGPD-TEXTO.
           MOVE WS-CONT-RECUSADAS TO WS-QTDE-EDITADA.
           MOVE WS-QTDE-EDITADA TO WS-TITULO-LGPD-TEXTO (38:7).
           WRITE REG-RELATORIO-LGPD FROM WS-LINHA-TITULO-LGPD.

           IF NOT WS-VAI-PSEUDONIMIZAR
              GO TO 7000-IMPRIME-TOTALIZACAO-EXIT
           END-IF.

           MOVE SPACES TO WS-LINHA-TITULO-LGPD.
           WRITE REG-RELATORIO-LGPD FROM WS-LINHA-TITULO-LGPD.
           IF WS-HOUVE-ERRO-GRAVACAO OR WS-HOUVE-ERRO-CONFERENCIA
              MOVE "*** CONFERENCIA APOS A REGRAVACAO NAO BATE - VER"
                 TO WS-TITULO-LGPD-TEXTO
              MOVE "SYSOUT E REPETIR O STEP ***"
                 TO WS-TITULO-LGPD-TEXTO (50:27)
           ELSE
              MOVE "CONFERENCIA APOS A REGRAVACAO: QUANTIDADE DE"
                 TO WS-TITULO-LGPD-TEXTO
              MOVE "REGISTROS MANTIDA E NENHUMA MATRICULA LIBERADA"
                 TO WS-TITULO-LGPD-TEXTO (46:46)
              MOVE "RESTANTE" TO WS-TITULO-LGPD-TEXTO (93:8)
           END-IF.
           WRITE REG-RELATORIO-LGPD FROM WS-LINHA-TITULO-LGPD.
       7000-IMPRIME-TOTALIZACAO-EXIT.
           EXIT.

       8000-FINALIZACAO.
           CLOSE LGPDRPT.
           IF WS-HOUVE-ERRO-PEDIDO
              GO TO 8000-FINALIZACAO-EXIT
           END-IF.

           CLOSE POPMSTR.
           CLOSE DEPMSTR.
           IF WS-VAI-PSEUDONIMIZAR
              CLOSE LGPDLOG
           END-IF.

           EVALUATE TRUE
              WHEN WS-ARQ-MESTJRNL
                 CLOSE MESTJRNL
              WHEN WS-ARQ-AUDITLOG
                 CLOSE AUDITLOG
              WHEN WS-ARQ-AUDITIDX
                 CLOSE AUDITIDX
              WHEN WS-ARQ-DELTARQ
                 CLOSE DELTARQ
              WHEN WS-ARQ-EXTRATO
                 CLOSE EXTRATO
              WHEN WS-ARQ-FATEXTR
                 CLOSE FATEXTR
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
       8000-FINALIZACAO-EXIT.
           EXIT.

       END PROGRAM POPLGPD.

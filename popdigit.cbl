      ******************************************************************
      * Author:
      * Date:
      * Purpose: digitacao interativa do movimento diario do cadastro
      *          (MOVIMENT, copybook FXEMOV), no mesmo espirito do modo
      *          interativo original de FAIXAETARIA: uma transacao por
      *          vez no terminal, com ACCEPT/DISPLAY. Hoje o arquivo e
      *          montado fora do sistema e o erro so aparece na noite
      *          seguinte, quando POPMANUT rejeita o movimento com uma
      *          linha no SYSOUT. Aqui, para cada inclusao (I),
      *          alteracao (A) ou exclusao (D) a matricula e procurada
      *          no POPMSTR - e nos movimentos ja digitados no dia -
      *          e o registro atual e exibido; inclusao de matricula
      *          existente e alteracao/exclusao de matricula
      *          inexistente sao recusadas na hora. Departamento e
      *          conferido contra FXDEPTO, sexo contra M/F, filial
      *          contra as filiais do cadastro (filial nova so com
      *          confirmacao) e a data de nascimento contra o
      *          calendario. Antes da confirmacao e exibida a faixa em
      *          que a pessoa vai cair pela tabela viva (FAIXACTL). So
      *          as transacoes confirmadas sao acrescentadas ao
      *          MOVIMENT do dia; ao final da sessao sao exibidas as
      *          quantidades gravadas por tipo.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POPDIGIT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POPMSTR ASSIGN TO "POPMSTR"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FXE-MST-MATRICULA
              FILE STATUS IS WS-STATUS-POPMSTR.

           SELECT FAIXACTL ASSIGN TO "FAIXACTL"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-FAIXACTL.

           SELECT MOVIMENT ASSIGN TO "MOVIMENT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-MOVIMENT.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * POPMSTR - cadastro mestre de populacao (copybook FXEMST), so
      * consultado: varrido uma vez na partida para colher as filiais
      * e lido por chave a cada transacao.
      ******************************************************************
       FD  POPMSTR.
       COPY FXEMST.

      ******************************************************************
      * FAIXACTL - tabela de faixas viva, mesmo layout e mesma
      * validacao linha a linha da classificacao noturna.
      ******************************************************************
       FD  FAIXACTL
           RECORDING MODE IS F.
       01  REG-CONTROLE-FAIXA         PIC X(028).

       01  REG-CONTROLE-FAIXA-ALFA REDEFINES REG-CONTROLE-FAIXA.
           05 FILLER                  PIC X(022).
           05 REG-CTL-MIN-ALFA        PIC X(003).
           05 REG-CTL-MAX-ALFA        PIC X(003).

      ******************************************************************
      * MOVIMENT - movimento do dia. Lido na partida (transacoes de
      * sessoes anteriores do mesmo dia) e reaberto em EXTEND: cada
      * sessao acrescenta ao que ja foi digitado, nunca regrava.
      ******************************************************************
       FD  MOVIMENT
           RECORDING MODE IS F.
       01  REG-MOVIMENTO              PIC X(081).

       WORKING-STORAGE SECTION.
       77  WS-STATUS-POPMSTR          PIC X(002) VALUE SPACES.
       77  WS-STATUS-FAIXACTL         PIC X(002) VALUE SPACES.
       77  WS-STATUS-MOVIMENT         PIC X(002) VALUE SPACES.

       77  WS-FIM-MESTRE              PIC X(001) VALUE "N".
           88 WS-FIM-ARQ-MESTRE                VALUE "S".
       77  WS-FIM-FAIXACTL            PIC X(001) VALUE "N".
           88 WS-FIM-ARQ-FAIXACTL              VALUE "S".
       77  WS-FIM-MOVIMENT            PIC X(001) VALUE "N".
           88 WS-FIM-ARQ-MOVIMENT              VALUE "S".

       77  WS-ERRO-ABERTURA           PIC X(001) VALUE "N".
           88 WS-HOUVE-ERRO-ABERTURA           VALUE "S".

       77  WS-SITUACAO-SESSAO         PIC X(001) VALUE "N".
           88 WS-FIM-SESSAO                    VALUE "S".

       COPY FXEMOV.

      ******************************************************************
      * Tabela de departamentos (copybook FXDEPTO) - o dominio fechado
      * que a classificacao usa na matriz departamento x sexo.
      ******************************************************************
       COPY FXDEPTO.

      ******************************************************************
      * Tabela de faixas etarias (copybook FXFAIXA), carregada com os
      * defaults do copybook e substituida pelas faixas de FAIXACTL
      * quando o arquivo existir - identica a da classificacao.
      ******************************************************************
       77  WS-FIM-FAIXAS-DEFAULT      PIC 9(002) COMP VALUE 5.
       77  WS-IDX-TRABALHO            PIC 9(002) COMP VALUE ZERO.
       77  WS-FAIXA-CTL-MIN           PIC 9(003).
       77  WS-FAIXA-CTL-MAX           PIC 9(003).
       77  WS-QTDE-FAIXAS-LIDAS       PIC 9(002) COMP VALUE ZERO.
       77  WS-QTDE-FAIXAS             PIC 9(002) COMP VALUE 5.
       77  WS-QTDE-FAIXAS-MAX         PIC 9(002) COMP VALUE 20.

       COPY FXFAIXA.

       01  WS-RESULTADO-CLASSIFICACAO.
           05 WS-FAIXA-COD            PIC X(002).
           05 WS-FAIXA-DESC           PIC X(020).

      ******************************************************************
      * Filiais existentes no cadastro, colhidas na varredura de
      * partida como na matriz por filial da classificacao: nao ha
      * lista fechada de filiais, entao um codigo fora desta tabela e
      * tratado como filial nova e pede confirmacao do operador.
      ******************************************************************
       01  WS-TABELA-FILIAIS.
           05 WS-FILIAL-ENT OCCURS 50 TIMES
              INDEXED BY WS-IDX-FILIAL-TAB.
              10 WS-FILIAL-CODIGO     PIC X(003).
       77  WS-QTDE-FILIAIS            PIC 9(002) COMP VALUE ZERO.
       77  WS-MAX-FILIAIS             PIC 9(002) COMP VALUE 50.

       77  WS-FILIAL-CONHECIDA        PIC X(001) VALUE "N".
           88 WS-FILIAL-EXISTE                 VALUE "S".

      ******************************************************************
      * Matriculas ja movimentadas no dia (sessoes anteriores e esta),
      * com a imagem resultante do ultimo movimento: uma inclusao
      * digitada de manha faz a matricula "existir" para uma alteracao
      * a tarde, e uma exclusao faz ela deixar de existir - do
      * contrario a digitacao aceitaria o que POPMANUT, aplicando o
      * arquivo em ordem, rejeitaria a noite.
      ******************************************************************
       01  WS-TABELA-MOVIMENTADAS.
           05 WS-MOVIMENTADA OCCURS 1000 TIMES
              INDEXED BY WS-IDX-MOVTO.
              10 WS-MVD-MATRICULA     PIC 9(006).
              10 WS-MVD-SITUACAO      PIC X(001).
                 88 WS-MVD-EXISTE              VALUE "S".
                 88 WS-MVD-EXCLUIDA            VALUE "N".
              10 WS-MVD-IMAGEM        PIC X(080).
       77  WS-QTDE-MOVIMENTADAS       PIC 9(004) COMP VALUE ZERO.
       77  WS-MAX-MOVIMENTADAS        PIC 9(004) COMP VALUE 1000.
       77  WS-POS-MOVIMENTADA         PIC 9(004) COMP VALUE ZERO.

      ******************************************************************
      * Situacao da matricula digitada e origem da imagem atual: o
      * registro do mestre ou o resultado de um movimento do dia
      * ainda nao aplicado. A imagem fica em FXE-REGISTRO-MESTRE.
      ******************************************************************
       77  WS-MATRICULA-SITUACAO      PIC X(001) VALUE "N".
           88 WS-MATRICULA-EXISTE              VALUE "S".

       77  WS-ORIGEM-REGISTRO         PIC X(001) VALUE "M".
           88 WS-REGISTRO-DO-MESTRE            VALUE "M".
           88 WS-REGISTRO-DO-MOVIMENTO         VALUE "D".

      ******************************************************************
      * Campos digitados. JUSTIFIED RIGHT na matricula faz o ACCEPT
      * alinhar os digitos a direita, para que "4512" vire "  4512" e
      * depois "004512" apos o INSPECT, como a idade no modo
      * interativo de FAIXAETARIA.
      ******************************************************************
       01  WS-TIPO-DIGITADO           PIC X(001) VALUE SPACES.
       01  WS-MATRICULA-DIGITADA      PIC X(006) JUSTIFIED RIGHT.
       01  WS-DEPTO-DIGITADO          PIC X(010) VALUE SPACES.
       01  WS-SEXO-DIGITADO           PIC X(001) VALUE SPACES.
       01  WS-FILIAL-DIGITADA         PIC X(003) VALUE SPACES.
       01  WS-DATA-NASC-DIGITADA      PIC X(008) VALUE SPACES.
       01  WS-RESPOSTA                PIC X(001) VALUE SPACES.

       01  WS-MINUSCULAS              PIC X(026)
           VALUE "abcdefghijklmnopqrstuvwxyz".
       01  WS-MAIUSCULAS              PIC X(026)
           VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       77  WS-CAMPO-SITUACAO          PIC X(001) VALUE "N".
           88 WS-CAMPO-OK                      VALUE "S".

      ******************************************************************
      * Data de processamento e areas da data de nascimento. A idade
      * segue a regra de 3240-DERIVA-IDADE da classificacao; a data
      * digitada passa ainda pela conferencia estrita de calendario
      * de POPQUALI (limite de dias do mes, fevereiro bissexto), para
      * nao entrar no mestre uma data que a varredura de qualidade
      * apontaria depois.
      ******************************************************************
       01  WS-DATA-PROCESSAMENTO.
           05 WS-PROC-ANO             PIC 9(004).
           05 WS-PROC-MMDD            PIC 9(004).
       01  WS-DATA-PROCESSAMENTO-NUM REDEFINES WS-DATA-PROCESSAMENTO
                                      PIC 9(008).

       01  WS-DATA-NASC-TRABALHO.
           05 WS-NASC-ANO             PIC 9(004).
           05 WS-NASC-MMDD.
              10 WS-NASC-MES          PIC 9(002).
              10 WS-NASC-DIA          PIC 9(002).
       01  WS-DATA-NASC-NUM REDEFINES WS-DATA-NASC-TRABALHO
                                      PIC 9(008).

       01  WS-DATA-NASC-ALFA          PIC X(008) VALUE SPACES.
       01  WS-IDADE-ALFA              PIC X(003) VALUE SPACES.

       01  WS-DIAS-MES-VALORES        PIC X(024)
           VALUE "312831303130313130313031".
       01  WS-TABELA-DIAS-MES REDEFINES WS-DIAS-MES-VALORES.
           05 WS-DIAS-DO-MES OCCURS 12 TIMES
              PIC 9(002).
       77  WS-DIAS-LIMITE             PIC 9(002) VALUE ZERO.
       77  WS-RESTO-ANO               PIC 9(004) COMP VALUE ZERO.

       77  WS-ORIGEM-IDADE            PIC X(001) VALUE "C".
           88 WS-IDADE-DO-NASCIMENTO           VALUE "N".
           88 WS-IDADE-DO-CADASTRO             VALUE "C".

       77  WS-IDADE-CALCULADA         PIC 9(003) VALUE ZERO.
       77  WS-IDADE                   PIC 9(003) VALUE ZERO.

       77  WS-CONT-JA-NO-ARQUIVO      PIC 9(007) COMP VALUE ZERO.
       77  WS-CONT-INCLUSOES          PIC 9(007) COMP VALUE ZERO.
       77  WS-CONT-ALTERACOES         PIC 9(007) COMP VALUE ZERO.
       77  WS-CONT-EXCLUSOES          PIC 9(007) COMP VALUE ZERO.
       77  WS-CONT-RECUSADAS          PIC 9(007) COMP VALUE ZERO.
       77  WS-CONT-DESCARTADAS        PIC 9(007) COMP VALUE ZERO.

       77  WS-QTDE-EDITADA            PIC ZZZ,ZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZACAO
              THRU 1000-INICIALIZACAO-EXIT.

           IF WS-HOUVE-ERRO-ABERTURA
              MOVE 16 TO RETURN-CODE
           ELSE
              PERFORM 2000-PROCESSA-TRANSACAO
                 THRU 2000-PROCESSA-TRANSACAO-EXIT
                 UNTIL WS-FIM-SESSAO
              PERFORM 7000-EXIBE-TOTAIS
                 THRU 7000-EXIBE-TOTAIS-EXIT
           END-IF.

           PERFORM 8000-FINALIZACAO
              THRU 8000-FINALIZACAO-EXIT.

           STOP RUN.

       1000-INICIALIZACAO.
           ACCEPT WS-DATA-PROCESSAMENTO-NUM FROM DATE YYYYMMDD.

           PERFORM 1100-CARREGA-FAIXAS
              THRU 1100-CARREGA-FAIXAS-EXIT.

           OPEN INPUT POPMSTR.
           IF WS-STATUS-POPMSTR NOT = "00"
              DISPLAY
                 "ERRO FATAL - FALHA AO ABRIR POPMSTR - STATUS "
                 WS-STATUS-POPMSTR
              SET WS-HOUVE-ERRO-ABERTURA TO TRUE
              GO TO 1000-INICIALIZACAO-EXIT
           END-IF.

           PERFORM 1200-CARREGA-FILIAIS
              THRU 1200-CARREGA-FILIAIS-EXIT.

           PERFORM 1300-CARREGA-MOVIMENTO-DIA
              THRU 1300-CARREGA-MOVIMENTO-DIA-EXIT.

      *    O movimento do dia e acumulativo: a primeira sessao cria o
      *    arquivo, as seguintes acrescentam.
           OPEN EXTEND MOVIMENT.
           IF WS-STATUS-MOVIMENT NOT = "00"
              OPEN OUTPUT MOVIMENT
           END-IF.
           IF WS-STATUS-MOVIMENT NOT = "00"
              DISPLAY
                 "ERRO FATAL - FALHA AO ABRIR MOVIMENT - STATUS "
                 WS-STATUS-MOVIMENT
              SET WS-HOUVE-ERRO-ABERTURA TO TRUE
              GO TO 1000-INICIALIZACAO-EXIT
           END-IF.

           DISPLAY "DIGITACAO DO MOVIMENTO DO CADASTRO - DATA "
              WS-DATA-PROCESSAMENTO.
           MOVE WS-CONT-JA-NO-ARQUIVO TO WS-QTDE-EDITADA.
           DISPLAY "MOVIMENTOS JA GRAVADOS NO ARQUIVO DO DIA: "
              WS-QTDE-EDITADA.
       1000-INICIALIZACAO-EXIT.
           EXIT.

      ******************************************************************
      * 1100-CARREGA-FAIXAS - defaults do copybook FXFAIXA substituidos
      * pelas faixas de FAIXACTL quando o arquivo existir, com a mesma
      * validacao linha a linha da classificacao noturna.
      ******************************************************************
       1100-CARREGA-FAIXAS.
           PERFORM 1105-COPIA-FAIXAS-DEFAULT
              THRU 1105-COPIA-FAIXAS-DEFAULT-EXIT
              VARYING WS-IDX-TRABALHO FROM 1 BY 1
              UNTIL WS-IDX-TRABALHO > WS-FIM-FAIXAS-DEFAULT.

           OPEN INPUT FAIXACTL.
           IF WS-STATUS-FAIXACTL = "00"
              PERFORM 1110-LE-FAIXA-CONTROLE
                 THRU 1110-LE-FAIXA-CONTROLE-EXIT
                 UNTIL WS-FIM-ARQ-FAIXACTL
                 OR WS-QTDE-FAIXAS-LIDAS = WS-QTDE-FAIXAS-MAX
              CLOSE FAIXACTL
              IF WS-QTDE-FAIXAS-LIDAS > ZERO
                 MOVE WS-QTDE-FAIXAS-LIDAS TO WS-QTDE-FAIXAS
              END-IF
           END-IF.
       1100-CARREGA-FAIXAS-EXIT.
           EXIT.

       1105-COPIA-FAIXAS-DEFAULT.
           MOVE FXE-FAIXA-DEFAULT-CODIGO (WS-IDX-TRABALHO)
              TO FXE-FAIXA-CODIGO (WS-IDX-TRABALHO).
           MOVE FXE-FAIXA-DEFAULT-DESC (WS-IDX-TRABALHO)
              TO FXE-FAIXA-DESC (WS-IDX-TRABALHO).
           MOVE FXE-FAIXA-DEFAULT-MIN (WS-IDX-TRABALHO)
              TO FXE-FAIXA-MIN (WS-IDX-TRABALHO).
           MOVE FXE-FAIXA-DEFAULT-MAX (WS-IDX-TRABALHO)
              TO FXE-FAIXA-MAX (WS-IDX-TRABALHO).
       1105-COPIA-FAIXAS-DEFAULT-EXIT.
           EXIT.

       1110-LE-FAIXA-CONTROLE.
           READ FAIXACTL
              AT END
                 SET WS-FIM-ARQ-FAIXACTL TO TRUE
           END-READ.
           IF NOT WS-FIM-ARQ-FAIXACTL
              IF REG-CTL-MIN-ALFA IS NUMERIC
                 AND REG-CTL-MAX-ALFA IS NUMERIC
                 MOVE REG-CTL-MIN-ALFA TO WS-FAIXA-CTL-MIN
                 MOVE REG-CTL-MAX-ALFA TO WS-FAIXA-CTL-MAX
                 IF WS-FAIXA-CTL-MIN <= WS-FAIXA-CTL-MAX
                    ADD 1 TO WS-QTDE-FAIXAS-LIDAS
                    MOVE REG-CONTROLE-FAIXA
                       TO FXE-FAIXA (WS-QTDE-FAIXAS-LIDAS)
                 ELSE
                    DISPLAY
                       "LINHA DE FAIXACTL IGNORADA - MIN MAIOR QUE MAX"
                 END-IF
              ELSE
                 DISPLAY
                    "LINHA DE FAIXACTL IGNORADA - MIN/MAX NAO NUMERICO"
              END-IF
           END-IF.
       1110-LE-FAIXA-CONTROLE-EXIT.
           EXIT.

      ******************************************************************
      * 1200-CARREGA-FILIAIS - varre o mestre uma vez colhendo os
      * codigos de filial distintos (filial em branco nao conta).
      ******************************************************************
       1200-CARREGA-FILIAIS.
           MOVE ZERO TO FXE-MST-MATRICULA.
           START POPMSTR KEY IS NOT LESS THAN FXE-MST-MATRICULA.
           IF WS-STATUS-POPMSTR NOT = "00"
              SET WS-FIM-ARQ-MESTRE TO TRUE
           END-IF.

           PERFORM 1210-LE-PROXIMO-MESTRE
              THRU 1210-LE-PROXIMO-MESTRE-EXIT
              UNTIL WS-FIM-ARQ-MESTRE.
       1200-CARREGA-FILIAIS-EXIT.
           EXIT.

       1210-LE-PROXIMO-MESTRE.
           READ POPMSTR NEXT RECORD
              AT END
                 SET WS-FIM-ARQ-MESTRE TO TRUE
                 GO TO 1210-LE-PROXIMO-MESTRE-EXIT
           END-READ.

           IF FXE-MST-FILIAL = SPACES
              GO TO 1210-LE-PROXIMO-MESTRE-EXIT
           END-IF.

           MOVE FXE-MST-FILIAL TO WS-FILIAL-DIGITADA.
           PERFORM 2535-PROCURA-FILIAL
              THRU 2535-PROCURA-FILIAL-EXIT.
           IF NOT WS-FILIAL-EXISTE
              AND WS-QTDE-FILIAIS < WS-MAX-FILIAIS
              ADD 1 TO WS-QTDE-FILIAIS
              MOVE FXE-MST-FILIAL TO WS-FILIAL-CODIGO (WS-QTDE-FILIAIS)
           END-IF.
       1210-LE-PROXIMO-MESTRE-EXIT.
           EXIT.

      ******************************************************************
      * 1300-CARREGA-MOVIMENTO-DIA - le o MOVIMENT como esta (sessoes
      * anteriores do dia) e registra a situacao resultante de cada
      * matricula de titular. Movimentos de dependente (N/M/R) nao
      * mudam a existencia do titular e so sao contados.
      ******************************************************************
       1300-CARREGA-MOVIMENTO-DIA.
           OPEN INPUT MOVIMENT.
           IF WS-STATUS-MOVIMENT NOT = "00"
              GO TO 1300-CARREGA-MOVIMENTO-DIA-EXIT
           END-IF.

           PERFORM 1310-LE-MOVIMENTO-DIA
              THRU 1310-LE-MOVIMENTO-DIA-EXIT
              UNTIL WS-FIM-ARQ-MOVIMENT.

           CLOSE MOVIMENT.
       1300-CARREGA-MOVIMENTO-DIA-EXIT.
           EXIT.

       1310-LE-MOVIMENTO-DIA.
           READ MOVIMENT INTO FXE-REGISTRO-MOVIMENTO
              AT END
                 SET WS-FIM-ARQ-MOVIMENT TO TRUE
                 GO TO 1310-LE-MOVIMENTO-DIA-EXIT
           END-READ.

           ADD 1 TO WS-CONT-JA-NO-ARQUIVO.
           IF FXE-MOV-MATRICULA-ALFA IS NUMERIC
              AND (FXE-MOV-INCLUSAO OR FXE-MOV-ALTERACAO
                   OR FXE-MOV-EXCLUSAO)
              PERFORM 2800-REGISTRA-MOVIMENTADA
                 THRU 2800-REGISTRA-MOVIMENTADA-EXIT
           END-IF.
       1310-LE-MOVIMENTO-DIA-EXIT.
           EXIT.

      ******************************************************************
      * 2000-PROCESSA-TRANSACAO - uma transacao completa: tipo,
      * matricula, critica de existencia, exibicao do registro atual,
      * digitacao dos campos (I/A), faixa resultante e confirmacao.
      * Qualquer recusa abandona a transacao sem gravar nada e volta
      * ao pedido do tipo.
      ******************************************************************
       2000-PROCESSA-TRANSACAO.
           MOVE "N" TO WS-CAMPO-SITUACAO.
           PERFORM 2100-ACEITA-TIPO
              THRU 2100-ACEITA-TIPO-EXIT
              UNTIL WS-CAMPO-OK.
           IF WS-TIPO-DIGITADO = "F"
              SET WS-FIM-SESSAO TO TRUE
              GO TO 2000-PROCESSA-TRANSACAO-EXIT
           END-IF.

           MOVE SPACES TO FXE-REGISTRO-MOVIMENTO.
           MOVE WS-TIPO-DIGITADO TO FXE-MOV-TIPO.

           MOVE "N" TO WS-CAMPO-SITUACAO.
           PERFORM 2200-ACEITA-MATRICULA
              THRU 2200-ACEITA-MATRICULA-EXIT
              UNTIL WS-CAMPO-OK.

           IF FXE-MOV-INCLUSAO AND FXE-MOV-MATRICULA >= 900000
              DISPLAY "INCLUSAO RECUSADA - MATRICULA DA FAIXA "
                 "RESERVADA 900000-999999: " FXE-MOV-MATRICULA
              ADD 1 TO WS-CONT-RECUSADAS
              GO TO 2000-PROCESSA-TRANSACAO-EXIT
           END-IF.

           PERFORM 2300-LOCALIZA-MATRICULA
              THRU 2300-LOCALIZA-MATRICULA-EXIT.

           IF FXE-MOV-INCLUSAO AND WS-MATRICULA-EXISTE
              DISPLAY "INCLUSAO RECUSADA - MATRICULA JA EXISTE: "
                 FXE-MOV-MATRICULA
              PERFORM 2400-EXIBE-REGISTRO-ATUAL
                 THRU 2400-EXIBE-REGISTRO-ATUAL-EXIT
              ADD 1 TO WS-CONT-RECUSADAS
              GO TO 2000-PROCESSA-TRANSACAO-EXIT
           END-IF.

           IF NOT FXE-MOV-INCLUSAO AND NOT WS-MATRICULA-EXISTE
              IF FXE-MOV-ALTERACAO
                 DISPLAY "ALTERACAO RECUSADA - MATRICULA INEXISTENTE: "
                    FXE-MOV-MATRICULA
              ELSE
                 DISPLAY "EXCLUSAO RECUSADA - MATRICULA INEXISTENTE: "
                    FXE-MOV-MATRICULA
              END-IF
              ADD 1 TO WS-CONT-RECUSADAS
              GO TO 2000-PROCESSA-TRANSACAO-EXIT
           END-IF.

           IF WS-MATRICULA-EXISTE
              PERFORM 2400-EXIBE-REGISTRO-ATUAL
                 THRU 2400-EXIBE-REGISTRO-ATUAL-EXIT
              MOVE FXE-REGISTRO-MESTRE TO FXE-MOV-DADOS
           END-IF.

           IF NOT FXE-MOV-EXCLUSAO
              PERFORM 2500-ACEITA-DADOS
                 THRU 2500-ACEITA-DADOS-EXIT
              IF FXE-MOV-ALTERACAO
                 AND FXE-MOV-DEPARTAMENTO = FXE-MST-DEPARTAMENTO
                 AND FXE-MOV-SEXO = FXE-MST-SEXO
                 AND FXE-MOV-FILIAL = FXE-MST-FILIAL
                 AND FXE-MOV-DATA-NASC = FXE-MST-DATA-NASC
                 DISPLAY "NENHUM CAMPO ALTERADO - MOVIMENTO DESCARTADO"
                 ADD 1 TO WS-CONT-DESCARTADAS
                 GO TO 2000-PROCESSA-TRANSACAO-EXIT
              END-IF
           END-IF.

           PERFORM 2600-EXIBE-RESULTADO
              THRU 2600-EXIBE-RESULTADO-EXIT.

           MOVE "N" TO WS-CAMPO-SITUACAO.
           PERFORM 2700-ACEITA-CONFIRMACAO
              THRU 2700-ACEITA-CONFIRMACAO-EXIT
              UNTIL WS-CAMPO-OK.
           IF WS-RESPOSTA NOT = "S"
              DISPLAY "MOVIMENTO DESCARTADO PELO OPERADOR"
              ADD 1 TO WS-CONT-DESCARTADAS
              GO TO 2000-PROCESSA-TRANSACAO-EXIT
           END-IF.

           PERFORM 2900-GRAVA-MOVIMENTO
              THRU 2900-GRAVA-MOVIMENTO-EXIT.
       2000-PROCESSA-TRANSACAO-EXIT.
           EXIT.

       2100-ACEITA-TIPO.
           DISPLAY " ".
           DISPLAY "TIPO DE MOVIMENTO (I=INCLUSAO A=ALTERACAO"
              " D=EXCLUSAO F=FIM DA SESSAO)".
           MOVE SPACES TO WS-TIPO-DIGITADO.
           ACCEPT WS-TIPO-DIGITADO.
           INSPECT WS-TIPO-DIGITADO
              CONVERTING WS-MINUSCULAS TO WS-MAIUSCULAS.

           IF WS-TIPO-DIGITADO = "I" OR "A" OR "D" OR "F"
              SET WS-CAMPO-OK TO TRUE
           ELSE
              DISPLAY "TIPO INVALIDO - INFORME I, A, D OU F"
           END-IF.
       2100-ACEITA-TIPO-EXIT.
           EXIT.

       2200-ACEITA-MATRICULA.
           DISPLAY "MATRICULA".
           MOVE SPACES TO WS-MATRICULA-DIGITADA.
           ACCEPT WS-MATRICULA-DIGITADA.

           IF WS-MATRICULA-DIGITADA = SPACES
              DISPLAY "MATRICULA INVALIDA - CAMPO EM BRANCO"
              GO TO 2200-ACEITA-MATRICULA-EXIT
           END-IF.

           INSPECT WS-MATRICULA-DIGITADA
              REPLACING LEADING SPACE BY ZERO.
           IF WS-MATRICULA-DIGITADA IS NOT NUMERIC
              DISPLAY "MATRICULA INVALIDA - DIGITE APENAS NUMEROS"
              GO TO 2200-ACEITA-MATRICULA-EXIT
           END-IF.

           IF WS-MATRICULA-DIGITADA = "000000"
              DISPLAY "MATRICULA INVALIDA - MATRICULA ZERO"
              GO TO 2200-ACEITA-MATRICULA-EXIT
           END-IF.

           MOVE WS-MATRICULA-DIGITADA TO FXE-MOV-MATRICULA-ALFA.
           SET WS-CAMPO-OK TO TRUE.
       2200-ACEITA-MATRICULA-EXIT.
           EXIT.

      ******************************************************************
      * 2300-LOCALIZA-MATRICULA - a situacao vale primeiro pelo ultimo
      * movimento do dia para a matricula (ainda nao aplicado ao
      * mestre); sem movimento no dia, pela leitura do mestre. A
      * imagem atual fica em FXE-REGISTRO-MESTRE.
      ******************************************************************
       2300-LOCALIZA-MATRICULA.
           MOVE "N" TO WS-MATRICULA-SITUACAO.

           PERFORM 2310-PROCURA-MOVIMENTADA
              THRU 2310-PROCURA-MOVIMENTADA-EXIT.
           IF WS-POS-MOVIMENTADA > ZERO
              SET WS-REGISTRO-DO-MOVIMENTO TO TRUE
              IF WS-MVD-EXISTE (WS-POS-MOVIMENTADA)
                 MOVE WS-MVD-IMAGEM (WS-POS-MOVIMENTADA)
                    TO FXE-REGISTRO-MESTRE
                 SET WS-MATRICULA-EXISTE TO TRUE
              END-IF
              GO TO 2300-LOCALIZA-MATRICULA-EXIT
           END-IF.

           SET WS-REGISTRO-DO-MESTRE TO TRUE.
           MOVE FXE-MOV-MATRICULA TO FXE-MST-MATRICULA.
           READ POPMSTR.
           EVALUATE WS-STATUS-POPMSTR
              WHEN "00"
                 SET WS-MATRICULA-EXISTE TO TRUE
              WHEN "23"
                 CONTINUE
              WHEN OTHER
                 DISPLAY "AVISO - ERRO NA LEITURA DO MESTRE - STATUS "
                    WS-STATUS-POPMSTR
           END-EVALUATE.
       2300-LOCALIZA-MATRICULA-EXIT.
           EXIT.

       2310-PROCURA-MOVIMENTADA.
           MOVE ZERO TO WS-POS-MOVIMENTADA.

           SET WS-IDX-MOVTO TO 1.
           SEARCH WS-MOVIMENTADA
              AT END
                 CONTINUE
              WHEN WS-IDX-MOVTO > WS-QTDE-MOVIMENTADAS
                 CONTINUE
              WHEN WS-MVD-MATRICULA (WS-IDX-MOVTO) = FXE-MOV-MATRICULA
                 SET WS-POS-MOVIMENTADA TO WS-IDX-MOVTO
           END-SEARCH.
       2310-PROCURA-MOVIMENTADA-EXIT.
           EXIT.

      ******************************************************************
      * 2400-EXIBE-REGISTRO-ATUAL - campos da imagem atual, com a
      * idade na data de hoje e a faixa em que a pessoa esta hoje.
      ******************************************************************
       2400-EXIBE-REGISTRO-ATUAL.
           IF WS-REGISTRO-DO-MOVIMENTO
              DISPLAY "REGISTRO ATUAL (MOVIMENTO DO DIA AINDA NAO"
                 " APLICADO):"
           ELSE
              DISPLAY "REGISTRO ATUAL NO CADASTRO MESTRE:"
           END-IF.
           DISPLAY "  MATRICULA.......: " FXE-MST-MATRICULA.
           DISPLAY "  DEPARTAMENTO....: " FXE-MST-DEPARTAMENTO.
           DISPLAY "  SEXO............: " FXE-MST-SEXO.
           DISPLAY "  FILIAL..........: " FXE-MST-FILIAL.
           DISPLAY "  DATA NASCIMENTO.: " FXE-MST-DATA-NASC.
           DISPLAY "  IDADE CADASTRADA: " FXE-MST-IDADE.

           MOVE FXE-MST-DATA-NASC TO WS-DATA-NASC-ALFA.
           MOVE FXE-MST-IDADE TO WS-IDADE-ALFA.
           PERFORM 3240-DERIVA-IDADE
              THRU 3240-DERIVA-IDADE-EXIT.
           IF WS-IDADE-DO-NASCIMENTO
              MOVE WS-IDADE-CALCULADA TO WS-IDADE
           ELSE
              IF WS-IDADE-ALFA IS NUMERIC
                 MOVE FXE-MST-IDADE TO WS-IDADE
              ELSE
                 DISPLAY "  FAIXA ATUAL.....: SEM IDADE APURAVEL"
                 GO TO 2400-EXIBE-REGISTRO-ATUAL-EXIT
              END-IF
           END-IF.
           PERFORM 3250-CLASSIFICA-FAIXA
              THRU 3250-CLASSIFICA-FAIXA-EXIT.
           DISPLAY "  FAIXA ATUAL.....: " WS-FAIXA-COD " "
              WS-FAIXA-DESC " (IDADE " WS-IDADE ")".
       2400-EXIBE-REGISTRO-ATUAL-EXIT.
           EXIT.

      ******************************************************************
      * 2500-ACEITA-DADOS - digitacao dos campos da inclusao ou da
      * alteracao. Na alteracao, ENTER sem digitar mantem o valor
      * atual (ja copiado para o movimento em 2000); na inclusao todo
      * campo e obrigatorio. A idade gravada no movimento e a derivada
      * da data de nascimento na data de hoje; se a data nao permitir
      * a derivacao, fica a idade cadastrada copiada do mestre.
      ******************************************************************
       2500-ACEITA-DADOS.
           IF FXE-MOV-ALTERACAO
              DISPLAY "ENTER SEM DIGITAR MANTEM O VALOR ATUAL"
           END-IF.

           MOVE "N" TO WS-CAMPO-SITUACAO.
           PERFORM 2510-ACEITA-DEPARTAMENTO
              THRU 2510-ACEITA-DEPARTAMENTO-EXIT
              UNTIL WS-CAMPO-OK.

           MOVE "N" TO WS-CAMPO-SITUACAO.
           PERFORM 2520-ACEITA-SEXO
              THRU 2520-ACEITA-SEXO-EXIT
              UNTIL WS-CAMPO-OK.

           MOVE "N" TO WS-CAMPO-SITUACAO.
           PERFORM 2530-ACEITA-FILIAL
              THRU 2530-ACEITA-FILIAL-EXIT
              UNTIL WS-CAMPO-OK.

           MOVE "N" TO WS-CAMPO-SITUACAO.
           PERFORM 2540-ACEITA-DATA-NASC
              THRU 2540-ACEITA-DATA-NASC-EXIT
              UNTIL WS-CAMPO-OK.

           MOVE FXE-MOV-DATA-NASC TO WS-DATA-NASC-ALFA.
           PERFORM 3240-DERIVA-IDADE
              THRU 3240-DERIVA-IDADE-EXIT.
           IF WS-IDADE-DO-NASCIMENTO
              MOVE WS-IDADE-CALCULADA TO FXE-MOV-IDADE
           END-IF.
       2500-ACEITA-DADOS-EXIT.
           EXIT.

       2510-ACEITA-DEPARTAMENTO.
           DISPLAY "DEPARTAMENTO (ADMINISTRA, OPERACOES, COMERCIAL,"
              " FINANCEIRO, TI)".
           MOVE SPACES TO WS-DEPTO-DIGITADO.
           ACCEPT WS-DEPTO-DIGITADO.
           INSPECT WS-DEPTO-DIGITADO
              CONVERTING WS-MINUSCULAS TO WS-MAIUSCULAS.

           IF WS-DEPTO-DIGITADO = SPACES
              IF FXE-MOV-ALTERACAO
                 SET WS-CAMPO-OK TO TRUE
              ELSE
                 DISPLAY "DEPARTAMENTO OBRIGATORIO NA INCLUSAO"
              END-IF
              GO TO 2510-ACEITA-DEPARTAMENTO-EXIT
           END-IF.

           SET FXE-IDX-DEPTO TO 1.
           SEARCH FXE-DEPTO
              AT END
                 DISPLAY "DEPARTAMENTO FORA DA TABELA FXDEPTO: "
                    WS-DEPTO-DIGITADO
              WHEN WS-DEPTO-DIGITADO = FXE-DEPTO (FXE-IDX-DEPTO)
                 MOVE WS-DEPTO-DIGITADO TO FXE-MOV-DEPARTAMENTO
                 SET WS-CAMPO-OK TO TRUE
           END-SEARCH.
       2510-ACEITA-DEPARTAMENTO-EXIT.
           EXIT.

       2520-ACEITA-SEXO.
           DISPLAY "SEXO (M/F)".
           MOVE SPACES TO WS-SEXO-DIGITADO.
           ACCEPT WS-SEXO-DIGITADO.
           INSPECT WS-SEXO-DIGITADO
              CONVERTING WS-MINUSCULAS TO WS-MAIUSCULAS.

           EVALUATE TRUE
              WHEN WS-SEXO-DIGITADO = SPACES AND FXE-MOV-ALTERACAO
                 SET WS-CAMPO-OK TO TRUE
              WHEN WS-SEXO-DIGITADO = "M" OR "F"
                 MOVE WS-SEXO-DIGITADO TO FXE-MOV-SEXO
                 SET WS-CAMPO-OK TO TRUE
              WHEN OTHER
                 DISPLAY "SEXO INVALIDO - INFORME M OU F"
           END-EVALUATE.
       2520-ACEITA-SEXO-EXIT.
           EXIT.

      ******************************************************************
      * 2530-ACEITA-FILIAL - codigo de 3 posicoes sem brancos. Codigo
      * que nao existe hoje no cadastro pode ser filial nova ou erro
      * de digitacao: so e aceito com confirmacao explicita.
      ******************************************************************
       2530-ACEITA-FILIAL.
           DISPLAY "FILIAL (3 POSICOES)".
           MOVE SPACES TO WS-FILIAL-DIGITADA.
           ACCEPT WS-FILIAL-DIGITADA.
           INSPECT WS-FILIAL-DIGITADA
              CONVERTING WS-MINUSCULAS TO WS-MAIUSCULAS.

           IF WS-FILIAL-DIGITADA = SPACES
              IF FXE-MOV-ALTERACAO
                 SET WS-CAMPO-OK TO TRUE
              ELSE
                 DISPLAY "FILIAL OBRIGATORIA NA INCLUSAO"
              END-IF
              GO TO 2530-ACEITA-FILIAL-EXIT
           END-IF.

           IF WS-FILIAL-DIGITADA (1:1) = SPACE
              OR WS-FILIAL-DIGITADA (2:1) = SPACE
              OR WS-FILIAL-DIGITADA (3:1) = SPACE
              DISPLAY "FILIAL INVALIDA - INFORME AS 3 POSICOES"
              GO TO 2530-ACEITA-FILIAL-EXIT
           END-IF.

           PERFORM 2535-PROCURA-FILIAL
              THRU 2535-PROCURA-FILIAL-EXIT.
           IF NOT WS-FILIAL-EXISTE
              DISPLAY "AVISO - FILIAL " WS-FILIAL-DIGITADA
                 " NAO EXISTE HOJE NO CADASTRO"
              MOVE "N" TO WS-CAMPO-SITUACAO
              PERFORM 2700-ACEITA-CONFIRMACAO
                 THRU 2700-ACEITA-CONFIRMACAO-EXIT
                 UNTIL WS-CAMPO-OK
              MOVE "N" TO WS-CAMPO-SITUACAO
              IF WS-RESPOSTA NOT = "S"
                 GO TO 2530-ACEITA-FILIAL-EXIT
              END-IF
              IF WS-QTDE-FILIAIS < WS-MAX-FILIAIS
                 ADD 1 TO WS-QTDE-FILIAIS
                 MOVE WS-FILIAL-DIGITADA
                    TO WS-FILIAL-CODIGO (WS-QTDE-FILIAIS)
              END-IF
           END-IF.

           MOVE WS-FILIAL-DIGITADA TO FXE-MOV-FILIAL.
           SET WS-CAMPO-OK TO TRUE.
       2530-ACEITA-FILIAL-EXIT.
           EXIT.

       2535-PROCURA-FILIAL.
           MOVE "N" TO WS-FILIAL-CONHECIDA.

           SET WS-IDX-FILIAL-TAB TO 1.
           SEARCH WS-FILIAL-ENT
              AT END
                 CONTINUE
              WHEN WS-IDX-FILIAL-TAB > WS-QTDE-FILIAIS
                 CONTINUE
              WHEN WS-FILIAL-CODIGO (WS-IDX-FILIAL-TAB)
                 = WS-FILIAL-DIGITADA
                 SET WS-FILIAL-EXISTE TO TRUE
           END-SEARCH.
       2535-PROCURA-FILIAL-EXIT.
           EXIT.

      ******************************************************************
      * 2540-ACEITA-DATA-NASC - AAAAMMDD numerica, mes 01-12, dia
      * dentro do limite do mes (fevereiro bissexto incluido), ano nao
      * anterior a 1850, nao futura e sem resultar em idade acima de
      * 120 - a classificacao rejeitaria o registro.
      ******************************************************************
       2540-ACEITA-DATA-NASC.
           DISPLAY "DATA DE NASCIMENTO (AAAAMMDD)".
           MOVE SPACES TO WS-DATA-NASC-DIGITADA.
           ACCEPT WS-DATA-NASC-DIGITADA.

           IF WS-DATA-NASC-DIGITADA = SPACES
              IF FXE-MOV-ALTERACAO
                 SET WS-CAMPO-OK TO TRUE
              ELSE
                 DISPLAY "DATA DE NASCIMENTO OBRIGATORIA NA INCLUSAO"
              END-IF
              GO TO 2540-ACEITA-DATA-NASC-EXIT
           END-IF.

           IF WS-DATA-NASC-DIGITADA IS NOT NUMERIC
              DISPLAY "DATA INVALIDA - DIGITE AAAAMMDD, SO NUMEROS"
              GO TO 2540-ACEITA-DATA-NASC-EXIT
           END-IF.

           MOVE WS-DATA-NASC-DIGITADA TO WS-DATA-NASC-NUM.
           IF WS-NASC-MES < 01 OR WS-NASC-MES > 12
              DISPLAY "DATA INVALIDA - MES FORA DE 01 A 12"
              GO TO 2540-ACEITA-DATA-NASC-EXIT
           END-IF.

           MOVE WS-DIAS-DO-MES (WS-NASC-MES) TO WS-DIAS-LIMITE.
           IF WS-NASC-MES = 02
              DIVIDE WS-NASC-ANO BY 4 GIVING WS-RESTO-ANO
                 REMAINDER WS-RESTO-ANO
              IF WS-RESTO-ANO = ZERO
                 DIVIDE WS-NASC-ANO BY 100 GIVING WS-RESTO-ANO
                    REMAINDER WS-RESTO-ANO
                 IF WS-RESTO-ANO NOT = ZERO
                    MOVE 29 TO WS-DIAS-LIMITE
                 ELSE
                    DIVIDE WS-NASC-ANO BY 400 GIVING WS-RESTO-ANO
                       REMAINDER WS-RESTO-ANO
                    IF WS-RESTO-ANO = ZERO
                       MOVE 29 TO WS-DIAS-LIMITE
                    END-IF
                 END-IF
              END-IF
           END-IF.

           IF WS-NASC-DIA < 01 OR WS-NASC-DIA > WS-DIAS-LIMITE
              DISPLAY "DATA INVALIDA - DIA FORA DO MES"
              GO TO 2540-ACEITA-DATA-NASC-EXIT
           END-IF.

           IF WS-NASC-ANO < 1850
              OR WS-DATA-NASC-NUM > WS-DATA-PROCESSAMENTO-NUM
              DISPLAY "DATA INVALIDA - ANTERIOR A 1850 OU FUTURA"
              GO TO 2540-ACEITA-DATA-NASC-EXIT
           END-IF.

           MOVE WS-DATA-NASC-DIGITADA TO WS-DATA-NASC-ALFA.
           PERFORM 3240-DERIVA-IDADE
              THRU 3240-DERIVA-IDADE-EXIT.
           IF WS-IDADE-CALCULADA > 120
              DISPLAY "DATA INVALIDA - IDADE RESULTANTE ACIMA DE 120"
              GO TO 2540-ACEITA-DATA-NASC-EXIT
           END-IF.

           MOVE WS-DATA-NASC-NUM TO FXE-MOV-DATA-NASC.
           SET WS-CAMPO-OK TO TRUE.
       2540-ACEITA-DATA-NASC-EXIT.
           EXIT.

      ******************************************************************
      * 2600-EXIBE-RESULTADO - o movimento como sera gravado e a faixa
      * em que a pessoa vai cair pela FAIXACTL viva; na exclusao, a
      * faixa de que ela sai.
      ******************************************************************
       2600-EXIBE-RESULTADO.
           IF FXE-MOV-EXCLUSAO
              DISPLAY "A MATRICULA " FXE-MOV-MATRICULA
                 " SERA EXCLUIDA DO CADASTRO (E SEUS DEPENDENTES)"
              PERFORM 2610-EXIBE-FAIXA-DEIXADA
                 THRU 2610-EXIBE-FAIXA-DEIXADA-EXIT
              GO TO 2600-EXIBE-RESULTADO-EXIT
           END-IF.

           DISPLAY "MOVIMENTO A GRAVAR:".
           DISPLAY "  TIPO............: " FXE-MOV-TIPO.
           DISPLAY "  MATRICULA.......: " FXE-MOV-MATRICULA.
           DISPLAY "  DEPARTAMENTO....: " FXE-MOV-DEPARTAMENTO.
           DISPLAY "  SEXO............: " FXE-MOV-SEXO.
           DISPLAY "  FILIAL..........: " FXE-MOV-FILIAL.
           DISPLAY "  DATA NASCIMENTO.: " FXE-MOV-DATA-NASC.
           DISPLAY "  IDADE HOJE......: " FXE-MOV-IDADE.

           MOVE FXE-MOV-IDADE TO WS-IDADE.
           PERFORM 3250-CLASSIFICA-FAIXA
              THRU 3250-CLASSIFICA-FAIXA-EXIT.
           DISPLAY "  FAIXA RESULTANTE: " WS-FAIXA-COD " "
              WS-FAIXA-DESC.
       2600-EXIBE-RESULTADO-EXIT.
           EXIT.

      ******************************************************************
      * 2610-EXIBE-FAIXA-DEIXADA - na exclusao o movimento traz a
      * imagem atual (copiada em 2000); a idade segue a mesma regra de
      * 2400: derivada da data de nascimento ou, sem ela, a cadastrada.
      ******************************************************************
       2610-EXIBE-FAIXA-DEIXADA.
           MOVE FXE-MOV-DATA-NASC TO WS-DATA-NASC-ALFA.
           MOVE FXE-MOV-IDADE TO WS-IDADE-ALFA.
           PERFORM 3240-DERIVA-IDADE
              THRU 3240-DERIVA-IDADE-EXIT.
           IF WS-IDADE-DO-NASCIMENTO
              MOVE WS-IDADE-CALCULADA TO WS-IDADE
           ELSE
              IF WS-IDADE-ALFA IS NUMERIC
                 MOVE FXE-MOV-IDADE TO WS-IDADE
              ELSE
                 DISPLAY "  FAIXA DEIXADA...: SEM IDADE APURAVEL"
                 GO TO 2610-EXIBE-FAIXA-DEIXADA-EXIT
              END-IF
           END-IF.
           PERFORM 3250-CLASSIFICA-FAIXA
              THRU 3250-CLASSIFICA-FAIXA-EXIT.
           DISPLAY "  FAIXA DEIXADA...: " WS-FAIXA-COD " "
              WS-FAIXA-DESC " (IDADE " WS-IDADE ")".
       2610-EXIBE-FAIXA-DEIXADA-EXIT.
           EXIT.

       2700-ACEITA-CONFIRMACAO.
           DISPLAY "CONFIRMA (S/N)".
           MOVE SPACES TO WS-RESPOSTA.
           ACCEPT WS-RESPOSTA.
           INSPECT WS-RESPOSTA
              CONVERTING WS-MINUSCULAS TO WS-MAIUSCULAS.

           IF WS-RESPOSTA = "S" OR "N"
              SET WS-CAMPO-OK TO TRUE
           ELSE
              DISPLAY "RESPOSTA INVALIDA - INFORME S OU N"
           END-IF.
       2700-ACEITA-CONFIRMACAO-EXIT.
           EXIT.

      ******************************************************************
      * 2800-REGISTRA-MOVIMENTADA - guarda a situacao da matricula do
      * movimento corrente (existe apos I/A, excluida apos D) com a
      * imagem resultante. Com a tabela cheia a matricula nova deixa
      * de ser acompanhada e so o mestre vale para ela.
      ******************************************************************
       2800-REGISTRA-MOVIMENTADA.
           PERFORM 2310-PROCURA-MOVIMENTADA
              THRU 2310-PROCURA-MOVIMENTADA-EXIT.
           IF WS-POS-MOVIMENTADA = ZERO
              IF WS-QTDE-MOVIMENTADAS NOT < WS-MAX-MOVIMENTADAS
                 DISPLAY "AVISO - MAIS DE " WS-MAX-MOVIMENTADAS
                    " MATRICULAS NO MOVIMENTO DO DIA - MATRICULA "
                    FXE-MOV-MATRICULA " NAO ACOMPANHADA"
                 GO TO 2800-REGISTRA-MOVIMENTADA-EXIT
              END-IF
              ADD 1 TO WS-QTDE-MOVIMENTADAS
              MOVE WS-QTDE-MOVIMENTADAS TO WS-POS-MOVIMENTADA
              MOVE FXE-MOV-MATRICULA
                 TO WS-MVD-MATRICULA (WS-POS-MOVIMENTADA)
           END-IF.

           IF FXE-MOV-EXCLUSAO
              SET WS-MVD-EXCLUIDA (WS-POS-MOVIMENTADA) TO TRUE
           ELSE
              SET WS-MVD-EXISTE (WS-POS-MOVIMENTADA) TO TRUE
           END-IF.
           MOVE FXE-MOV-DADOS TO WS-MVD-IMAGEM (WS-POS-MOVIMENTADA).
       2800-REGISTRA-MOVIMENTADA-EXIT.
           EXIT.

       2900-GRAVA-MOVIMENTO.
           WRITE REG-MOVIMENTO FROM FXE-REGISTRO-MOVIMENTO.
           IF WS-STATUS-MOVIMENT NOT = "00"
              DISPLAY "ERRO NA GRAVACAO DO MOVIMENTO - STATUS "
                 WS-STATUS-MOVIMENT " - MOVIMENTO NAO GRAVADO"
              ADD 1 TO WS-CONT-DESCARTADAS
              GO TO 2900-GRAVA-MOVIMENTO-EXIT
           END-IF.

           EVALUATE TRUE
              WHEN FXE-MOV-INCLUSAO
                 ADD 1 TO WS-CONT-INCLUSOES
              WHEN FXE-MOV-ALTERACAO
                 ADD 1 TO WS-CONT-ALTERACOES
              WHEN FXE-MOV-EXCLUSAO
                 ADD 1 TO WS-CONT-EXCLUSOES
           END-EVALUATE.

           PERFORM 2800-REGISTRA-MOVIMENTADA
              THRU 2800-REGISTRA-MOVIMENTADA-EXIT.
           DISPLAY "MOVIMENTO GRAVADO".
       2900-GRAVA-MOVIMENTO-EXIT.
           EXIT.

      ******************************************************************
      * 3240-DERIVA-IDADE - mesma regra da classificacao noturna sobre
      * a data ja movida para WS-DATA-NASC-ALFA: numerica, mes 01-12,
      * dia 01-31, ano nao anterior a 1850 e nao futura.
      ******************************************************************
       3240-DERIVA-IDADE.
           SET WS-IDADE-DO-CADASTRO TO TRUE.
           MOVE ZERO TO WS-IDADE-CALCULADA.

           IF WS-DATA-NASC-ALFA IS NUMERIC
              MOVE WS-DATA-NASC-ALFA TO WS-DATA-NASC-NUM
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
              END-IF
           END-IF.
       3240-DERIVA-IDADE-EXIT.
           EXIT.

       3250-CLASSIFICA-FAIXA.
           MOVE "OU" TO WS-FAIXA-COD.
           MOVE "OUTRA CATEGORIA" TO WS-FAIXA-DESC.

           SET FXE-IDX-FAIXA TO 1.
           SEARCH FXE-FAIXA
              AT END
                 CONTINUE
              WHEN WS-IDADE >= FXE-FAIXA-MIN (FXE-IDX-FAIXA)
                 AND WS-IDADE <= FXE-FAIXA-MAX (FXE-IDX-FAIXA)
                 MOVE FXE-FAIXA-CODIGO (FXE-IDX-FAIXA) TO WS-FAIXA-COD
                 MOVE FXE-FAIXA-DESC (FXE-IDX-FAIXA) TO WS-FAIXA-DESC
           END-SEARCH.
       3250-CLASSIFICA-FAIXA-EXIT.
           EXIT.

       7000-EXIBE-TOTAIS.
           DISPLAY " ".
           DISPLAY "FIM DA SESSAO DE DIGITACAO".
           MOVE WS-CONT-INCLUSOES TO WS-QTDE-EDITADA.
           DISPLAY "  INCLUSOES GRAVADAS.......: " WS-QTDE-EDITADA.
           MOVE WS-CONT-ALTERACOES TO WS-QTDE-EDITADA.
           DISPLAY "  ALTERACOES GRAVADAS......: " WS-QTDE-EDITADA.
           MOVE WS-CONT-EXCLUSOES TO WS-QTDE-EDITADA.
           DISPLAY "  EXCLUSOES GRAVADAS.......: " WS-QTDE-EDITADA.
           MOVE WS-CONT-RECUSADAS TO WS-QTDE-EDITADA.
           DISPLAY "  RECUSADAS NA CRITICA.....: " WS-QTDE-EDITADA.
           MOVE WS-CONT-DESCARTADAS TO WS-QTDE-EDITADA.
           DISPLAY "  DESCARTADAS..............: " WS-QTDE-EDITADA.
       7000-EXIBE-TOTAIS-EXIT.
           EXIT.

       8000-FINALIZACAO.
           IF WS-STATUS-POPMSTR = "00" OR "23" OR "10"
              CLOSE POPMSTR
           END-IF.
           CLOSE MOVIMENT.
       8000-FINALIZACAO-EXIT.
           EXIT.

       END PROGRAM POPDIGIT.

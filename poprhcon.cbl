      ******************************************************************
      * Author:
      * Date:
      * Purpose: conciliacao periodica do cadastro mestre de populacao
      *          (POPMSTR) com o quadro de pessoal oficial do RH/folha.
      *          O mestre so e mantido pelo nosso MOVIMENT e se afasta
      *          do quadro: admissoes que nunca chegaram, desligamentos
      *          que continuamos classificando e faturando, datas de
      *          nascimento e filiais divergentes - e POPQUALI so
      *          confere o mestre contra ele mesmo. Casa o extrato do
      *          RH (RHQUADRO, copybook FXERHQ, classificado por
      *          matricula pelo SORT da JCL) com o mestre pela
      *          matricula e imprime em RHCONRPT quem falta de cada
      *          lado e as diferencas campo a campo (nascimento, sexo,
      *          departamento, filial). Para cada divergencia grava em
      *          PROPMOV uma transacao proposta no layout de MOVIMENT
      *          (copybook FXEMOV): inclusao para quem so esta no RH,
      *          exclusao para quem so esta no cadastro (ou esta
      *          desligado na folha), alteracao com os valores do RH
      *          para quem diverge. O RH e a fonte oficial; valor do
      *          RH que POPMANUT ou a classificacao rejeitariam nao vira
      *          proposta, so ocorrencia. Nada e aplicado aqui: depois
      *          de revisadas pelo cadastro, as propostas entram no
      *          ciclo normal de POPMANUT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POPRHCON.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POPMSTR ASSIGN TO "POPMSTR"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FXE-MST-MATRICULA
              FILE STATUS IS WS-STATUS-POPMSTR.

           SELECT RHQUADRO ASSIGN TO "RHQUADRO"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-RHQUADRO.

           SELECT PROPMOV ASSIGN TO "PROPMOV"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-PROPMOV.

           SELECT RHCONRPT ASSIGN TO "RHCONRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-RHCONRPT.

           SELECT EXECPARM ASSIGN TO "EXECPARM"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-EXECPARM.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * POPMSTR - cadastro mestre de populacao (copybook FXEMST),
      * varrido em ordem de matricula. Aberto so para leitura.
      ******************************************************************
       FD  POPMSTR.
       COPY FXEMST.

      ******************************************************************
      * RHQUADRO - extrato do quadro de pessoal do RH (copybook
      * FXERHQ), classificado por matricula.
      ******************************************************************
       FD  RHQUADRO
           RECORDING MODE IS F.
       01  REG-QUADRO                 PIC X(080).

      ******************************************************************
      * PROPMOV - transacoes propostas, no layout de MOVIMENT (copybook
      * FXEMOV), em ordem de matricula. Esvaziado quando a conciliacao
      * e invalidada (RC=8).
      ******************************************************************
       FD  PROPMOV
           RECORDING MODE IS F.
       01  REG-PROPOSTA               PIC X(081).

      ******************************************************************
      * RHCONRPT - relatorio da conciliacao, 132 colunas: uma linha por
      * ocorrencia em ordem de matricula e os totais.
      ******************************************************************
       FD  RHCONRPT
           RECORDING MODE IS F.
       01  REG-RELATORIO-RHCON        PIC X(132).

      ******************************************************************
      * EXECPARM - cartoes de parametro, formato PALAVRA=VALOR.
      * Cartao reconhecido:
      *   LIMITE-EXCLUSOES=nnn - percentual maximo do cadastro que pode
      *                          sair como proposta de exclusao
      *                          (default 10). Acima dele o extrato do
      *                          RH e tratado como incompleto: as
      *                          propostas sao descartadas e o job
      *                          termina com RC=8, para que um extrato
      *                          truncado ou vazio nunca proponha
      *                          desligar meia empresa.
      ******************************************************************
       FD  EXECPARM
           RECORDING MODE IS F.
       01  REG-PARAMETRO              PIC X(080).

       WORKING-STORAGE SECTION.
       77  WS-STATUS-POPMSTR          PIC X(002) VALUE SPACES.
       77  WS-STATUS-RHQUADRO         PIC X(002) VALUE SPACES.
       77  WS-STATUS-PROPMOV          PIC X(002) VALUE SPACES.
       77  WS-STATUS-RHCONRPT         PIC X(002) VALUE SPACES.
       77  WS-STATUS-EXECPARM         PIC X(002) VALUE SPACES.

       77  WS-FIM-MESTRE              PIC X(001) VALUE "N".
           88 WS-FIM-ARQ-MESTRE                VALUE "S".
       77  WS-FIM-QUADRO              PIC X(001) VALUE "N".
           88 WS-FIM-ARQ-QUADRO                VALUE "S".
       77  WS-FIM-EXECPARM            PIC X(001) VALUE "N".
           88 WS-FIM-ARQ-EXECPARM              VALUE "S".

       77  WS-ERRO-ABERTURA           PIC X(001) VALUE "N".
           88 WS-HOUVE-ERRO-ABERTURA           VALUE "S".

      ******************************************************************
      * Ligada se o extrato do RH chegar fora de ordem de matricula: o
      * casamento depende da ordem e um extrato desordenado produziria
      * inclusoes e exclusoes falsas aos pares. Como em EXTRDELT, a
      * conciliacao inteira e invalidada (RC=8).
      ******************************************************************
       77  WS-ERRO-SEQUENCIA          PIC X(001) VALUE "N".
           88 WS-HOUVE-ERRO-SEQUENCIA          VALUE "S".

      ******************************************************************
      * Ligada se uma proposta nao puder ser gravada em PROPMOV: o
      * arquivo ficaria incompleto sem que a revisao soubesse, entao
      * as propostas sao descartadas e o passo termina com RC=16.
      ******************************************************************
       77  WS-ERRO-GRAVACAO           PIC X(001) VALUE "N".
           88 WS-HOUVE-ERRO-GRAVACAO           VALUE "S".

       77  WS-LIMITE-EXCLUSOES        PIC 9(003) VALUE 10.
       77  WS-EXCLUSOES-EXCEDIDAS     PIC X(001) VALUE "N".
           88 WS-EXCEDEU-EXCLUSOES             VALUE "S".

       COPY FXERHQ.

       COPY FXEMOV.

      ******************************************************************
      * Tabela de departamentos (copybook FXDEPTO) - departamento do RH
      * fora dela nao vira proposta: a classificacao o jogaria fora da
      * matriz departamento x sexo.
      ******************************************************************
       COPY FXDEPTO.

      ******************************************************************
      * Chaves de casamento. HIGH-VALUES marca o lado que acabou, para
      * o lado restante escoar pelo mesmo laco de comparacao.
      ******************************************************************
       01  WS-CHAVE-MESTRE            PIC X(006) VALUE LOW-VALUES.
       01  WS-CHAVE-QUADRO            PIC X(006) VALUE LOW-VALUES.
       01  WS-CHAVE-QUADRO-LIDA       PIC X(006) VALUE LOW-VALUES.

       77  WS-QUADRO-SITUACAO         PIC X(001) VALUE "N".
           88 WS-QUADRO-USAVEL                 VALUE "S".

      ******************************************************************
      * Comparacao campo a campo de uma matricula presente dos dois
      * lados, e o motivo pelo qual um valor do RH nao pode ser
      * proposto (em branco quando o valor e aceitavel).
      ******************************************************************
       01  WS-DIFERENCAS.
           05 WS-DIF-NASC             PIC X(001).
              88 WS-DIFERE-NASC                VALUE "S".
           05 WS-DIF-SEXO             PIC X(001).
              88 WS-DIFERE-SEXO                VALUE "S".
           05 WS-DIF-DEPTO            PIC X(001).
              88 WS-DIFERE-DEPTO               VALUE "S".
           05 WS-DIF-FILIAL           PIC X(001).
              88 WS-DIFERE-FILIAL              VALUE "S".

       01  WS-MOTIVOS.
           05 WS-MOTIVO-NASC          PIC X(040).
           05 WS-MOTIVO-SEXO          PIC X(040).
           05 WS-MOTIVO-DEPTO         PIC X(040).
           05 WS-MOTIVO-FILIAL        PIC X(040).

       77  WS-PROPOSTA-SITUACAO       PIC X(001) VALUE "S".
           88 WS-PROPOSTA-VALIDA               VALUE "S".

      ******************************************************************
      * Data de processamento e areas da data de nascimento. A data do
      * RH passa pela conferencia estrita de calendario de POPQUALI
      * (limite de dias do mes, fevereiro bissexto); a idade gravada
      * na proposta segue a regra de 3240-DERIVA-IDADE da
      * classificacao, na data de hoje.
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
       01  WS-DATA-MESTRE-ALFA        PIC X(008) VALUE SPACES.

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

       77  WS-CONT-MESTRE             PIC 9(007) COMP VALUE ZERO.
       77  WS-CONT-QUADRO             PIC 9(007) COMP VALUE ZERO.
       77  WS-CONT-DESLIGADOS         PIC 9(007) COMP VALUE ZERO.
       77  WS-CONT-REJEITADOS-RH      PIC 9(007) COMP VALUE ZERO.
       77  WS-CONT-CONFEREM           PIC 9(007) COMP VALUE ZERO.
       77  WS-CONT-SO-CADASTRO        PIC 9(007) COMP VALUE ZERO.
       77  WS-CONT-SO-QUADRO          PIC 9(007) COMP VALUE ZERO.
       77  WS-CONT-COM-DIFERENCA      PIC 9(007) COMP VALUE ZERO.
       77  WS-CONT-DIFERENCAS         PIC 9(007) COMP VALUE ZERO.
       77  WS-CONT-SEM-PROPOSTA       PIC 9(007) COMP VALUE ZERO.
       77  WS-CONT-INCLUSOES          PIC 9(007) COMP VALUE ZERO.
       77  WS-CONT-ALTERACOES         PIC 9(007) COMP VALUE ZERO.
       77  WS-CONT-EXCLUSOES          PIC 9(007) COMP VALUE ZERO.
       77  WS-CONT-OCORRENCIAS        PIC 9(007) COMP VALUE ZERO.

       77  WS-PCT-CALCULO             PIC 9(011) COMP VALUE ZERO.
       77  WS-LIMITE-CALCULO          PIC 9(011) COMP VALUE ZERO.

       77  WS-QTDE-EDITADA            PIC ZZZ,ZZ9.

       01  WS-LINHA-OCORRENCIA.
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 WS-OCO-MATRICULA        PIC X(006).
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 WS-OCO-OCORRENCIA       PIC X(022).
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 WS-OCO-CAMPO            PIC X(012).
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 WS-OCO-CADASTRO         PIC X(010).
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 WS-OCO-QUADRO           PIC X(010).
           05 FILLER                  PIC X(004) VALUE SPACES.
           05 WS-OCO-PROPOSTA         PIC X(001).
           05 FILLER                  PIC X(004) VALUE SPACES.
           05 WS-OCO-OBSERVACAO       PIC X(040).
           05 FILLER                  PIC X(013) VALUE SPACES.

       01  WS-LINHA-TITULO-RHCON.
           05 WS-TITULO-RHCON-TEXTO   PIC X(100).
           05 FILLER                  PIC X(032) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZACAO
              THRU 1000-INICIALIZACAO-EXIT.

           IF WS-HOUVE-ERRO-ABERTURA
              MOVE 16 TO RETURN-CODE
           ELSE
              PERFORM 3000-CONCILIA
                 THRU 3000-CONCILIA-EXIT
              PERFORM 6000-CONFERE-LIMITE
                 THRU 6000-CONFERE-LIMITE-EXIT
              PERFORM 7000-IMPRIME-TOTALIZACAO
                 THRU 7000-IMPRIME-TOTALIZACAO-EXIT
              EVALUATE TRUE
                 WHEN WS-HOUVE-ERRO-GRAVACAO
                    DISPLAY "CONCILIACAO INVALIDADA - FALHA NA GRAVACAO"
                       " DE PROPMOV"
                    PERFORM 7500-DESCARTA-PROPOSTAS
                       THRU 7500-DESCARTA-PROPOSTAS-EXIT
                    MOVE 16 TO RETURN-CODE
                 WHEN WS-HOUVE-ERRO-SEQUENCIA
                    DISPLAY "CONCILIACAO INVALIDADA - RHQUADRO FORA DE"
                       " ORDEM DE MATRICULA"
                    PERFORM 7500-DESCARTA-PROPOSTAS
                       THRU 7500-DESCARTA-PROPOSTAS-EXIT
                    MOVE 8 TO RETURN-CODE
                 WHEN WS-EXCEDEU-EXCLUSOES
                    DISPLAY "CONCILIACAO INVALIDADA - EXCLUSOES ACIMA"
                       " DO LIMITE - RHQUADRO INCOMPLETO?"
                    PERFORM 7500-DESCARTA-PROPOSTAS
                       THRU 7500-DESCARTA-PROPOSTAS-EXIT
                    MOVE 8 TO RETURN-CODE
                 WHEN WS-CONT-OCORRENCIAS > ZERO
                    MOVE 4 TO RETURN-CODE
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF.

           PERFORM 8000-FINALIZACAO
              THRU 8000-FINALIZACAO-EXIT.

           STOP RUN.

       1000-INICIALIZACAO.
           ACCEPT WS-DATA-PROCESSAMENTO-NUM FROM DATE YYYYMMDD.

           PERFORM 1400-LE-PARAMETROS
              THRU 1400-LE-PARAMETROS-EXIT.

           OPEN INPUT POPMSTR.
           IF WS-STATUS-POPMSTR NOT = "00"
              DISPLAY
                 "ERRO FATAL - FALHA AO ABRIR POPMSTR - STATUS "
                 WS-STATUS-POPMSTR
              SET WS-HOUVE-ERRO-ABERTURA TO TRUE
           END-IF.

           OPEN INPUT RHQUADRO.
           IF WS-STATUS-RHQUADRO NOT = "00"
              DISPLAY
                 "ERRO FATAL - FALHA AO ABRIR RHQUADRO - STATUS "
                 WS-STATUS-RHQUADRO
              SET WS-HOUVE-ERRO-ABERTURA TO TRUE
           END-IF.

           OPEN OUTPUT PROPMOV.
           IF WS-STATUS-PROPMOV NOT = "00"
              DISPLAY
                 "ERRO FATAL - FALHA AO ABRIR PROPMOV - STATUS "
                 WS-STATUS-PROPMOV
              SET WS-HOUVE-ERRO-ABERTURA TO TRUE
           END-IF.

           OPEN OUTPUT RHCONRPT.
           IF WS-STATUS-RHCONRPT NOT = "00"
              DISPLAY
                 "ERRO FATAL - FALHA AO ABRIR RHCONRPT - STATUS "
                 WS-STATUS-RHCONRPT
              SET WS-HOUVE-ERRO-ABERTURA TO TRUE
              GO TO 1000-INICIALIZACAO-EXIT
           END-IF.

           MOVE SPACES TO WS-LINHA-TITULO-RHCON.
           MOVE "CONCILIACAO DO CADASTRO MESTRE COM O QUADRO DO RH"
              TO WS-TITULO-RHCON-TEXTO.
           MOVE "- DATA" TO WS-TITULO-RHCON-TEXTO (51:6).
           MOVE WS-DATA-PROCESSAMENTO TO WS-TITULO-RHCON-TEXTO (58:8).
           WRITE REG-RELATORIO-RHCON FROM WS-LINHA-TITULO-RHCON.

           MOVE SPACES TO WS-LINHA-TITULO-RHCON.
           WRITE REG-RELATORIO-RHCON FROM WS-LINHA-TITULO-RHCON.

           MOVE SPACES TO WS-LINHA-TITULO-RHCON.
           MOVE "  MATRIC  OCORRENCIA              CAMPO"
              TO WS-TITULO-RHCON-TEXTO.
           MOVE "NO CADASTRO NO RH       PROP   OBSERVACAO"
              TO WS-TITULO-RHCON-TEXTO (49:41).
           WRITE REG-RELATORIO-RHCON FROM WS-LINHA-TITULO-RHCON.
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
                 WHEN REG-PARAMETRO (1:17) = "LIMITE-EXCLUSOES="
                    IF REG-PARAMETRO (18:3) IS NUMERIC
                       AND REG-PARAMETRO (18:3) NOT > "100"
                       MOVE REG-PARAMETRO (18:3) TO WS-LIMITE-EXCLUSOES
                    ELSE
                       DISPLAY "CARTAO LIMITE-EXCLUSOES IGNORADO - "
                          "INFORME 000 A 100: " REG-PARAMETRO (18:3)
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
      * 3000-CONCILIA - merge classico por matricula entre o mestre e o
      * quadro: o lado menor anda sozinho (so no cadastro ou so no
      * RH), os lados iguais andam juntos (comparacao de campos).
      ******************************************************************
       3000-CONCILIA.
           MOVE ZERO TO FXE-MST-MATRICULA.
           START POPMSTR KEY IS NOT LESS THAN FXE-MST-MATRICULA.
           IF WS-STATUS-POPMSTR NOT = "00"
              SET WS-FIM-ARQ-MESTRE TO TRUE
              MOVE HIGH-VALUES TO WS-CHAVE-MESTRE
           ELSE
              PERFORM 3100-LE-MESTRE
                 THRU 3100-LE-MESTRE-EXIT
           END-IF.

           PERFORM 3200-LE-QUADRO
              THRU 3200-LE-QUADRO-EXIT.

           PERFORM 3300-COMPARA-LADOS
              THRU 3300-COMPARA-LADOS-EXIT
              UNTIL WS-CHAVE-MESTRE = HIGH-VALUES
              AND WS-CHAVE-QUADRO = HIGH-VALUES.
       3000-CONCILIA-EXIT.
           EXIT.

       3100-LE-MESTRE.
           READ POPMSTR NEXT RECORD
              AT END
                 SET WS-FIM-ARQ-MESTRE TO TRUE
                 MOVE HIGH-VALUES TO WS-CHAVE-MESTRE
              NOT AT END
                 ADD 1 TO WS-CONT-MESTRE
                 MOVE FXE-MST-MATRICULA TO WS-CHAVE-MESTRE
           END-READ.
       3100-LE-MESTRE-EXIT.
           EXIT.

      ******************************************************************
      * 3200-LE-QUADRO - proximo registro usavel do RH. Matricula nao
      * numerica ou repetida e reportada e pulada; matricula menor que
      * a anterior liga o erro de sequencia.
      ******************************************************************
       3200-LE-QUADRO.
           MOVE "N" TO WS-QUADRO-SITUACAO.
           PERFORM 3210-LE-REGISTRO-QUADRO
              THRU 3210-LE-REGISTRO-QUADRO-EXIT
              UNTIL WS-QUADRO-USAVEL
              OR WS-FIM-ARQ-QUADRO.
       3200-LE-QUADRO-EXIT.
           EXIT.

       3210-LE-REGISTRO-QUADRO.
           READ RHQUADRO INTO FXE-REGISTRO-QUADRO
              AT END
                 SET WS-FIM-ARQ-QUADRO TO TRUE
                 MOVE HIGH-VALUES TO WS-CHAVE-QUADRO
                 GO TO 3210-LE-REGISTRO-QUADRO-EXIT
           END-READ.

           ADD 1 TO WS-CONT-QUADRO.

           IF FXE-RHQ-MATRICULA-ALFA IS NOT NUMERIC
              MOVE SPACES TO WS-LINHA-OCORRENCIA
              MOVE FXE-RHQ-MATRICULA-ALFA TO WS-OCO-MATRICULA
              MOVE "REGISTRO RH IGNORADO" TO WS-OCO-OCORRENCIA
              MOVE "MATRICULA" TO WS-OCO-CAMPO
              MOVE FXE-RHQ-MATRICULA-ALFA TO WS-OCO-QUADRO
              MOVE "-" TO WS-OCO-PROPOSTA
              MOVE "MATRICULA NAO NUMERICA - IGNORADA"
                 TO WS-OCO-OBSERVACAO
              PERFORM 5000-IMPRIME-OCORRENCIA
                 THRU 5000-IMPRIME-OCORRENCIA-EXIT
              ADD 1 TO WS-CONT-REJEITADOS-RH
              GO TO 3210-LE-REGISTRO-QUADRO-EXIT
           END-IF.

           IF FXE-RHQ-MATRICULA-ALFA < WS-CHAVE-QUADRO-LIDA
              SET WS-HOUVE-ERRO-SEQUENCIA TO TRUE
           END-IF.

           IF FXE-RHQ-MATRICULA-ALFA = WS-CHAVE-QUADRO-LIDA
              MOVE SPACES TO WS-LINHA-OCORRENCIA
              MOVE FXE-RHQ-MATRICULA-ALFA TO WS-OCO-MATRICULA
              MOVE "REGISTRO RH IGNORADO" TO WS-OCO-OCORRENCIA
              MOVE "MATRICULA" TO WS-OCO-CAMPO
              MOVE FXE-RHQ-MATRICULA-ALFA TO WS-OCO-QUADRO
              MOVE "-" TO WS-OCO-PROPOSTA
              MOVE "MATRICULA REPETIDA - VALE O PRIMEIRO"
                 TO WS-OCO-OBSERVACAO
              PERFORM 5000-IMPRIME-OCORRENCIA
                 THRU 5000-IMPRIME-OCORRENCIA-EXIT
              ADD 1 TO WS-CONT-REJEITADOS-RH
              GO TO 3210-LE-REGISTRO-QUADRO-EXIT
           END-IF.

           MOVE FXE-RHQ-MATRICULA-ALFA TO WS-CHAVE-QUADRO-LIDA.
           MOVE FXE-RHQ-MATRICULA-ALFA TO WS-CHAVE-QUADRO.
           SET WS-QUADRO-USAVEL TO TRUE.
       3210-LE-REGISTRO-QUADRO-EXIT.
           EXIT.

      ******************************************************************
      * 3300-COMPARA-LADOS - desligado na folha conta como fora do
      * quadro: presente no cadastro vira exclusao, ausente dele so e
      * contado.
      ******************************************************************
       3300-COMPARA-LADOS.
           EVALUATE TRUE
              WHEN WS-CHAVE-MESTRE < WS-CHAVE-QUADRO
                 PERFORM 3400-SO-NO-CADASTRO
                    THRU 3400-SO-NO-CADASTRO-EXIT
                 PERFORM 3100-LE-MESTRE
                    THRU 3100-LE-MESTRE-EXIT
              WHEN WS-CHAVE-MESTRE > WS-CHAVE-QUADRO
                 IF FXE-RHQ-DESLIGADO
                    ADD 1 TO WS-CONT-DESLIGADOS
                 ELSE
                    PERFORM 3500-SO-NO-QUADRO
                       THRU 3500-SO-NO-QUADRO-EXIT
                 END-IF
                 PERFORM 3200-LE-QUADRO
                    THRU 3200-LE-QUADRO-EXIT
              WHEN OTHER
                 IF FXE-RHQ-DESLIGADO
                    ADD 1 TO WS-CONT-DESLIGADOS
                    PERFORM 3400-SO-NO-CADASTRO
                       THRU 3400-SO-NO-CADASTRO-EXIT
                 ELSE
                    PERFORM 3600-COMPARA-CAMPOS
                       THRU 3600-COMPARA-CAMPOS-EXIT
                 END-IF
                 PERFORM 3100-LE-MESTRE
                    THRU 3100-LE-MESTRE-EXIT
                 PERFORM 3200-LE-QUADRO
                    THRU 3200-LE-QUADRO-EXIT
           END-EVALUATE.
       3300-COMPARA-LADOS-EXIT.
           EXIT.

      ******************************************************************
      * 3400-SO-NO-CADASTRO - matricula no mestre e fora do quadro
      * ativo do RH: desligamento que nao chegou. Proposta de exclusao
      * com a imagem atual do mestre (POPMANUT exclui tambem os
      * dependentes).
      ******************************************************************
       3400-SO-NO-CADASTRO.
           MOVE SPACES TO FXE-REGISTRO-MOVIMENTO.
           SET FXE-MOV-EXCLUSAO TO TRUE.
           MOVE FXE-REGISTRO-MESTRE TO FXE-MOV-DADOS.
           PERFORM 4900-GRAVA-PROPOSTA
              THRU 4900-GRAVA-PROPOSTA-EXIT.
           ADD 1 TO WS-CONT-SO-CADASTRO.

           MOVE SPACES TO WS-LINHA-OCORRENCIA.
           MOVE WS-CHAVE-MESTRE TO WS-OCO-MATRICULA.
           MOVE "SO NO CADASTRO" TO WS-OCO-OCORRENCIA.
           MOVE "D" TO WS-OCO-PROPOSTA.
           IF WS-CHAVE-MESTRE = WS-CHAVE-QUADRO
              MOVE "DESLIGADO NA FOLHA" TO WS-OCO-OBSERVACAO
           ELSE
              MOVE "AUSENTE DO QUADRO DO RH" TO WS-OCO-OBSERVACAO
           END-IF.
           PERFORM 5000-IMPRIME-OCORRENCIA
              THRU 5000-IMPRIME-OCORRENCIA-EXIT.
       3400-SO-NO-CADASTRO-EXIT.
           EXIT.

      ******************************************************************
      * 3500-SO-NO-QUADRO - matricula ativa no RH e fora do mestre:
      * admissao que nao chegou. Proposta de inclusao com os dados do
      * RH, desde que todos passem na validacao; senao uma linha por
      * campo invalido e nenhuma proposta. Matricula da faixa
      * 900000-999999, reservada aos pseudonimos de POPLGPD, tambem
      * nao vira proposta: POPMANUT recusaria a inclusao.
      ******************************************************************
       3500-SO-NO-QUADRO.
           ADD 1 TO WS-CONT-SO-QUADRO.

           IF FXE-RHQ-MATRICULA >= 900000
              MOVE SPACES TO WS-LINHA-OCORRENCIA
              MOVE WS-CHAVE-QUADRO TO WS-OCO-MATRICULA
              MOVE "SO NO RH" TO WS-OCO-OCORRENCIA
              MOVE "-" TO WS-OCO-PROPOSTA
              MOVE "SEM PROPOSTA - MATRICULA FAIXA RESERVADA"
                 TO WS-OCO-OBSERVACAO
              PERFORM 5000-IMPRIME-OCORRENCIA
                 THRU 5000-IMPRIME-OCORRENCIA-EXIT
              ADD 1 TO WS-CONT-SEM-PROPOSTA
              GO TO 3500-SO-NO-QUADRO-EXIT
           END-IF.

           MOVE "SSSS" TO WS-DIFERENCAS.
           PERFORM 4000-VALIDA-QUADRO
              THRU 4000-VALIDA-QUADRO-EXIT.

           MOVE SPACES TO WS-LINHA-OCORRENCIA.
           MOVE WS-CHAVE-QUADRO TO WS-OCO-MATRICULA.
           MOVE "SO NO RH" TO WS-OCO-OCORRENCIA.

           IF NOT WS-PROPOSTA-VALIDA
              MOVE "-" TO WS-OCO-PROPOSTA
              MOVE "SEM PROPOSTA - DADOS DO RH INVALIDOS"
                 TO WS-OCO-OBSERVACAO
              PERFORM 5000-IMPRIME-OCORRENCIA
                 THRU 5000-IMPRIME-OCORRENCIA-EXIT
              ADD 1 TO WS-CONT-SEM-PROPOSTA
              PERFORM 3700-IMPRIME-INVALIDOS
                 THRU 3700-IMPRIME-INVALIDOS-EXIT
              GO TO 3500-SO-NO-QUADRO-EXIT
           END-IF.

           MOVE SPACES TO FXE-REGISTRO-MOVIMENTO.
           SET FXE-MOV-INCLUSAO TO TRUE.
           MOVE FXE-RHQ-MATRICULA TO FXE-MOV-MATRICULA.
           MOVE WS-IDADE-CALCULADA TO FXE-MOV-IDADE.
           MOVE FXE-RHQ-DEPARTAMENTO TO FXE-MOV-DEPARTAMENTO.
           MOVE FXE-RHQ-SEXO TO FXE-MOV-SEXO.
           MOVE FXE-RHQ-DATA-NASC TO FXE-MOV-DATA-NASC.
           MOVE FXE-RHQ-FILIAL TO FXE-MOV-FILIAL.
           PERFORM 4900-GRAVA-PROPOSTA
              THRU 4900-GRAVA-PROPOSTA-EXIT.

           MOVE "I" TO WS-OCO-PROPOSTA.
           MOVE "ADMISSAO NAO RECEBIDA" TO WS-OCO-OBSERVACAO.
           PERFORM 5000-IMPRIME-OCORRENCIA
              THRU 5000-IMPRIME-OCORRENCIA-EXIT.
       3500-SO-NO-QUADRO-EXIT.
           EXIT.

      ******************************************************************
      * 3600-COMPARA-CAMPOS - matricula nos dois lados. Cada campo que
      * diverge sai numa linha; os valores do RH dos campos divergentes
      * sao validados e, se todos passarem, uma unica proposta de
      * alteracao leva a imagem do mestre com eles aplicados (POPMANUT
      * regrava o registro inteiro). A idade proposta e a derivada da
      * data resultante, ou a cadastrada se ela nao der idade.
      ******************************************************************
       3600-COMPARA-CAMPOS.
           MOVE "N" TO WS-DIF-NASC WS-DIF-SEXO WS-DIF-DEPTO
              WS-DIF-FILIAL.
           MOVE FXE-MST-DATA-NASC TO WS-DATA-MESTRE-ALFA.

           IF WS-DATA-MESTRE-ALFA NOT = FXE-RHQ-DATA-NASC-ALFA
              SET WS-DIFERE-NASC TO TRUE
           END-IF.
           IF FXE-MST-SEXO NOT = FXE-RHQ-SEXO
              SET WS-DIFERE-SEXO TO TRUE
           END-IF.
           IF FXE-MST-DEPARTAMENTO NOT = FXE-RHQ-DEPARTAMENTO
              SET WS-DIFERE-DEPTO TO TRUE
           END-IF.
           IF FXE-MST-FILIAL NOT = FXE-RHQ-FILIAL
              SET WS-DIFERE-FILIAL TO TRUE
           END-IF.

           IF WS-DIFERENCAS = "NNNN"
              ADD 1 TO WS-CONT-CONFEREM
              GO TO 3600-COMPARA-CAMPOS-EXIT
           END-IF.

           ADD 1 TO WS-CONT-COM-DIFERENCA.
           PERFORM 4000-VALIDA-QUADRO
              THRU 4000-VALIDA-QUADRO-EXIT.

           IF WS-PROPOSTA-VALIDA
              MOVE SPACES TO FXE-REGISTRO-MOVIMENTO
              SET FXE-MOV-ALTERACAO TO TRUE
              MOVE FXE-REGISTRO-MESTRE TO FXE-MOV-DADOS
              IF WS-DIFERE-NASC
                 MOVE FXE-RHQ-DATA-NASC TO FXE-MOV-DATA-NASC
                 MOVE WS-IDADE-CALCULADA TO FXE-MOV-IDADE
              ELSE
                 MOVE WS-DATA-MESTRE-ALFA TO WS-DATA-NASC-ALFA
                 PERFORM 3240-DERIVA-IDADE
                    THRU 3240-DERIVA-IDADE-EXIT
                 IF WS-IDADE-DO-NASCIMENTO
                    MOVE WS-IDADE-CALCULADA TO FXE-MOV-IDADE
                 END-IF
              END-IF
              IF WS-DIFERE-SEXO
                 MOVE FXE-RHQ-SEXO TO FXE-MOV-SEXO
              END-IF
              IF WS-DIFERE-DEPTO
                 MOVE FXE-RHQ-DEPARTAMENTO TO FXE-MOV-DEPARTAMENTO
              END-IF
              IF WS-DIFERE-FILIAL
                 MOVE FXE-RHQ-FILIAL TO FXE-MOV-FILIAL
              END-IF
              PERFORM 4900-GRAVA-PROPOSTA
                 THRU 4900-GRAVA-PROPOSTA-EXIT
           ELSE
              ADD 1 TO WS-CONT-SEM-PROPOSTA
           END-IF.

           IF WS-DIFERE-NASC
              MOVE SPACES TO WS-LINHA-OCORRENCIA
              MOVE "NASCIMENTO" TO WS-OCO-CAMPO
              MOVE WS-DATA-MESTRE-ALFA TO WS-OCO-CADASTRO
              MOVE FXE-RHQ-DATA-NASC-ALFA TO WS-OCO-QUADRO
              MOVE WS-MOTIVO-NASC TO WS-OCO-OBSERVACAO
              PERFORM 3650-IMPRIME-DIFERENCA
                 THRU 3650-IMPRIME-DIFERENCA-EXIT
           END-IF.
           IF WS-DIFERE-SEXO
              MOVE SPACES TO WS-LINHA-OCORRENCIA
              MOVE "SEXO" TO WS-OCO-CAMPO
              MOVE FXE-MST-SEXO TO WS-OCO-CADASTRO
              MOVE FXE-RHQ-SEXO TO WS-OCO-QUADRO
              MOVE WS-MOTIVO-SEXO TO WS-OCO-OBSERVACAO
              PERFORM 3650-IMPRIME-DIFERENCA
                 THRU 3650-IMPRIME-DIFERENCA-EXIT
           END-IF.
           IF WS-DIFERE-DEPTO
              MOVE SPACES TO WS-LINHA-OCORRENCIA
              MOVE "DEPARTAMENTO" TO WS-OCO-CAMPO
              MOVE FXE-MST-DEPARTAMENTO TO WS-OCO-CADASTRO
              MOVE FXE-RHQ-DEPARTAMENTO TO WS-OCO-QUADRO
              MOVE WS-MOTIVO-DEPTO TO WS-OCO-OBSERVACAO
              PERFORM 3650-IMPRIME-DIFERENCA
                 THRU 3650-IMPRIME-DIFERENCA-EXIT
           END-IF.
           IF WS-DIFERE-FILIAL
              MOVE SPACES TO WS-LINHA-OCORRENCIA
              MOVE "FILIAL" TO WS-OCO-CAMPO
              MOVE FXE-MST-FILIAL TO WS-OCO-CADASTRO
              MOVE FXE-RHQ-FILIAL TO WS-OCO-QUADRO
              MOVE WS-MOTIVO-FILIAL TO WS-OCO-OBSERVACAO
              PERFORM 3650-IMPRIME-DIFERENCA
                 THRU 3650-IMPRIME-DIFERENCA-EXIT
           END-IF.
       3600-COMPARA-CAMPOS-EXIT.
           EXIT.

      ******************************************************************
      * 3650-IMPRIME-DIFERENCA - linha de um campo divergente, ja com
      * campo, valores e motivo montados pelo chamador. Sem motivo e
      * sem proposta, o campo e valido mas outro campo da mesma
      * matricula barrou a alteracao.
      ******************************************************************
       3650-IMPRIME-DIFERENCA.
           MOVE WS-CHAVE-MESTRE TO WS-OCO-MATRICULA.
           MOVE "DIFERENCA DE CAMPO" TO WS-OCO-OCORRENCIA.
           IF WS-PROPOSTA-VALIDA
              MOVE "A" TO WS-OCO-PROPOSTA
           ELSE
              MOVE "-" TO WS-OCO-PROPOSTA
              IF WS-OCO-OBSERVACAO = SPACES
                 MOVE "SEM PROPOSTA - OUTRO CAMPO INVALIDO"
                    TO WS-OCO-OBSERVACAO
              END-IF
           END-IF.
           ADD 1 TO WS-CONT-DIFERENCAS.
           PERFORM 5000-IMPRIME-OCORRENCIA
              THRU 5000-IMPRIME-OCORRENCIA-EXIT.
       3650-IMPRIME-DIFERENCA-EXIT.
           EXIT.

      ******************************************************************
      * 3700-IMPRIME-INVALIDOS - uma linha por campo do RH reprovado na
      * validacao, para a matricula so no RH que ficou sem proposta.
      ******************************************************************
       3700-IMPRIME-INVALIDOS.
           IF WS-MOTIVO-NASC NOT = SPACES
              MOVE SPACES TO WS-LINHA-OCORRENCIA
              MOVE "NASCIMENTO" TO WS-OCO-CAMPO
              MOVE FXE-RHQ-DATA-NASC-ALFA TO WS-OCO-QUADRO
              MOVE WS-MOTIVO-NASC TO WS-OCO-OBSERVACAO
              PERFORM 3750-IMPRIME-INVALIDO
                 THRU 3750-IMPRIME-INVALIDO-EXIT
           END-IF.
           IF WS-MOTIVO-SEXO NOT = SPACES
              MOVE SPACES TO WS-LINHA-OCORRENCIA
              MOVE "SEXO" TO WS-OCO-CAMPO
              MOVE FXE-RHQ-SEXO TO WS-OCO-QUADRO
              MOVE WS-MOTIVO-SEXO TO WS-OCO-OBSERVACAO
              PERFORM 3750-IMPRIME-INVALIDO
                 THRU 3750-IMPRIME-INVALIDO-EXIT
           END-IF.
           IF WS-MOTIVO-DEPTO NOT = SPACES
              MOVE SPACES TO WS-LINHA-OCORRENCIA
              MOVE "DEPARTAMENTO" TO WS-OCO-CAMPO
              MOVE FXE-RHQ-DEPARTAMENTO TO WS-OCO-QUADRO
              MOVE WS-MOTIVO-DEPTO TO WS-OCO-OBSERVACAO
              PERFORM 3750-IMPRIME-INVALIDO
                 THRU 3750-IMPRIME-INVALIDO-EXIT
           END-IF.
           IF WS-MOTIVO-FILIAL NOT = SPACES
              MOVE SPACES TO WS-LINHA-OCORRENCIA
              MOVE "FILIAL" TO WS-OCO-CAMPO
              MOVE FXE-RHQ-FILIAL TO WS-OCO-QUADRO
              MOVE WS-MOTIVO-FILIAL TO WS-OCO-OBSERVACAO
              PERFORM 3750-IMPRIME-INVALIDO
                 THRU 3750-IMPRIME-INVALIDO-EXIT
           END-IF.
       3700-IMPRIME-INVALIDOS-EXIT.
           EXIT.

       3750-IMPRIME-INVALIDO.
           MOVE WS-CHAVE-QUADRO TO WS-OCO-MATRICULA.
           MOVE "VALOR DO RH INVALIDO" TO WS-OCO-OCORRENCIA.
           MOVE "-" TO WS-OCO-PROPOSTA.
           PERFORM 5000-IMPRIME-OCORRENCIA
              THRU 5000-IMPRIME-OCORRENCIA-EXIT.
       3750-IMPRIME-INVALIDO-EXIT.
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

      ******************************************************************
      * 4000-VALIDA-QUADRO - valida os campos do RH que vao para a
      * proposta, marcados em WS-DIFERENCAS: todos na inclusao, so os
      * divergentes na alteracao (os demais ficam como no mestre).
      * Cada campo reprovado recebe o seu motivo; qualquer motivo barra
      * a proposta.
      ******************************************************************
       4000-VALIDA-QUADRO.
           MOVE SPACES TO WS-MOTIVOS.
           SET WS-PROPOSTA-VALIDA TO TRUE.

           IF WS-DIFERE-NASC
              PERFORM 4100-VALIDA-DATA-NASC
                 THRU 4100-VALIDA-DATA-NASC-EXIT
           END-IF.

           IF WS-DIFERE-SEXO
              IF FXE-RHQ-SEXO NOT = "M" AND FXE-RHQ-SEXO NOT = "F"
                 MOVE "SEXO FORA DE M/F" TO WS-MOTIVO-SEXO
              END-IF
           END-IF.

           IF WS-DIFERE-DEPTO
              SET FXE-IDX-DEPTO TO 1
              SEARCH FXE-DEPTO
                 AT END
                    MOVE "DEPARTAMENTO FORA DA TABELA FXDEPTO"
                       TO WS-MOTIVO-DEPTO
                 WHEN FXE-RHQ-DEPARTAMENTO = FXE-DEPTO (FXE-IDX-DEPTO)
                    CONTINUE
              END-SEARCH
           END-IF.

           IF WS-DIFERE-FILIAL
              IF FXE-RHQ-FILIAL (1:1) = SPACE
                 OR FXE-RHQ-FILIAL (2:1) = SPACE
                 OR FXE-RHQ-FILIAL (3:1) = SPACE
                 MOVE "FILIAL EM BRANCO OU INCOMPLETA"
                    TO WS-MOTIVO-FILIAL
              END-IF
           END-IF.

           IF WS-MOTIVOS NOT = SPACES
              MOVE "N" TO WS-PROPOSTA-SITUACAO
           END-IF.
       4000-VALIDA-QUADRO-EXIT.
           EXIT.

      ******************************************************************
      * 4100-VALIDA-DATA-NASC - AAAAMMDD numerica, mes 01-12, dia
      * dentro do limite do mes (fevereiro bissexto incluido), ano nao
      * anterior a 1850, nao futura e sem resultar em idade acima de
      * 120. Aprovada, deixa a idade em WS-IDADE-CALCULADA.
      ******************************************************************
       4100-VALIDA-DATA-NASC.
           IF FXE-RHQ-DATA-NASC-ALFA IS NOT NUMERIC
              MOVE "NASCIMENTO NAO NUMERICO" TO WS-MOTIVO-NASC
              GO TO 4100-VALIDA-DATA-NASC-EXIT
           END-IF.

           MOVE FXE-RHQ-DATA-NASC TO WS-DATA-NASC-NUM.
           IF WS-NASC-MES < 01 OR WS-NASC-MES > 12
              MOVE "NASCIMENTO COM MES INVALIDO" TO WS-MOTIVO-NASC
              GO TO 4100-VALIDA-DATA-NASC-EXIT
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
              MOVE "NASCIMENTO COM DIA INVALIDO" TO WS-MOTIVO-NASC
              GO TO 4100-VALIDA-DATA-NASC-EXIT
           END-IF.

           IF WS-NASC-ANO < 1850
              OR WS-DATA-NASC-NUM > WS-DATA-PROCESSAMENTO-NUM
              MOVE "NASCIMENTO ANTERIOR A 1850 OU FUTURO"
                 TO WS-MOTIVO-NASC
              GO TO 4100-VALIDA-DATA-NASC-EXIT
           END-IF.

           MOVE FXE-RHQ-DATA-NASC-ALFA TO WS-DATA-NASC-ALFA.
           PERFORM 3240-DERIVA-IDADE
              THRU 3240-DERIVA-IDADE-EXIT.
           IF WS-IDADE-CALCULADA > 120
              MOVE "NASCIMENTO RESULTA EM IDADE ACIMA DE 120"
                 TO WS-MOTIVO-NASC
           END-IF.
       4100-VALIDA-DATA-NASC-EXIT.
           EXIT.

      ******************************************************************
      * 4900-GRAVA-PROPOSTA - grava a proposta montada e a conta pelo
      * tipo. Proposta que nao grava nao e contada, e depois da
      * primeira falha nenhuma outra e tentada (3000 segue so com o
      * relatorio; 0000-MAINLINE descarta PROPMOV).
      ******************************************************************
       4900-GRAVA-PROPOSTA.
           IF WS-HOUVE-ERRO-GRAVACAO
              GO TO 4900-GRAVA-PROPOSTA-EXIT
           END-IF.

           WRITE REG-PROPOSTA FROM FXE-REGISTRO-MOVIMENTO.
           IF WS-STATUS-PROPMOV NOT = "00"
              DISPLAY "ERRO FATAL - FALHA AO GRAVAR PROPMOV - STATUS "
                 WS-STATUS-PROPMOV " - MATRICULA " FXE-MOV-MATRICULA
              SET WS-HOUVE-ERRO-GRAVACAO TO TRUE
              GO TO 4900-GRAVA-PROPOSTA-EXIT
           END-IF.

           EVALUATE TRUE
              WHEN FXE-MOV-INCLUSAO
                 ADD 1 TO WS-CONT-INCLUSOES
              WHEN FXE-MOV-ALTERACAO
                 ADD 1 TO WS-CONT-ALTERACOES
              WHEN FXE-MOV-EXCLUSAO
                 ADD 1 TO WS-CONT-EXCLUSOES
           END-EVALUATE.
       4900-GRAVA-PROPOSTA-EXIT.
           EXIT.

       5000-IMPRIME-OCORRENCIA.
           WRITE REG-RELATORIO-RHCON FROM WS-LINHA-OCORRENCIA.
           ADD 1 TO WS-CONT-OCORRENCIAS.
       5000-IMPRIME-OCORRENCIA-EXIT.
           EXIT.

      ******************************************************************
      * 6000-CONFERE-LIMITE - exclusoes propostas contra o percentual
      * do cadastro permitido em LIMITE-EXCLUSOES.
      ******************************************************************
       6000-CONFERE-LIMITE.
           COMPUTE WS-PCT-CALCULO = WS-CONT-EXCLUSOES * 100.
           COMPUTE WS-LIMITE-CALCULO =
              WS-LIMITE-EXCLUSOES * WS-CONT-MESTRE.
           IF WS-CONT-EXCLUSOES > ZERO
              AND WS-PCT-CALCULO > WS-LIMITE-CALCULO
              SET WS-EXCEDEU-EXCLUSOES TO TRUE
           END-IF.
       6000-CONFERE-LIMITE-EXIT.
           EXIT.

       7000-IMPRIME-TOTALIZACAO.
           MOVE SPACES TO WS-LINHA-TITULO-RHCON.
           WRITE REG-RELATORIO-RHCON FROM WS-LINHA-TITULO-RHCON.

           MOVE "REGISTROS NO CADASTRO MESTRE......: " TO
              WS-TITULO-RHCON-TEXTO.
           MOVE WS-CONT-MESTRE TO WS-QTDE-EDITADA.
           MOVE WS-QTDE-EDITADA TO WS-TITULO-RHCON-TEXTO (38:7).
           WRITE REG-RELATORIO-RHCON FROM WS-LINHA-TITULO-RHCON.

           MOVE SPACES TO WS-LINHA-TITULO-RHCON.
           MOVE "REGISTROS NO QUADRO DO RH.........: " TO
              WS-TITULO-RHCON-TEXTO.
           MOVE WS-CONT-QUADRO TO WS-QTDE-EDITADA.
           MOVE WS-QTDE-EDITADA TO WS-TITULO-RHCON-TEXTO (38:7).
           WRITE REG-RELATORIO-RHCON FROM WS-LINHA-TITULO-RHCON.

           MOVE SPACES TO WS-LINHA-TITULO-RHCON.
           MOVE "  DESLIGADOS NA FOLHA.............: " TO
              WS-TITULO-RHCON-TEXTO.
           MOVE WS-CONT-DESLIGADOS TO WS-QTDE-EDITADA.
           MOVE WS-QTDE-EDITADA TO WS-TITULO-RHCON-TEXTO (38:7).
           WRITE REG-RELATORIO-RHCON FROM WS-LINHA-TITULO-RHCON.

           MOVE SPACES TO WS-LINHA-TITULO-RHCON.
           MOVE "  MATRICULA INVALIDA OU REPETIDA..: " TO
              WS-TITULO-RHCON-TEXTO.
           MOVE WS-CONT-REJEITADOS-RH TO WS-QTDE-EDITADA.
           MOVE WS-QTDE-EDITADA TO WS-TITULO-RHCON-TEXTO (38:7).
           WRITE REG-RELATORIO-RHCON FROM WS-LINHA-TITULO-RHCON.

           MOVE SPACES TO WS-LINHA-TITULO-RHCON.
           MOVE "MATRICULAS QUE CONFEREM...........: " TO
              WS-TITULO-RHCON-TEXTO.
           MOVE WS-CONT-CONFEREM TO WS-QTDE-EDITADA.
           MOVE WS-QTDE-EDITADA TO WS-TITULO-RHCON-TEXTO (38:7).
           WRITE REG-RELATORIO-RHCON FROM WS-LINHA-TITULO-RHCON.

           MOVE SPACES TO WS-LINHA-TITULO-RHCON.
           MOVE "SO NO CADASTRO (FORA DO RH).......: " TO
              WS-TITULO-RHCON-TEXTO.
           MOVE WS-CONT-SO-CADASTRO TO WS-QTDE-EDITADA.
           MOVE WS-QTDE-EDITADA TO WS-TITULO-RHCON-TEXTO (38:7).
           WRITE REG-RELATORIO-RHCON FROM WS-LINHA-TITULO-RHCON.

           MOVE SPACES TO WS-LINHA-TITULO-RHCON.
           MOVE "SO NO RH (FORA DO CADASTRO).......: " TO
              WS-TITULO-RHCON-TEXTO.
           MOVE WS-CONT-SO-QUADRO TO WS-QTDE-EDITADA.
           MOVE WS-QTDE-EDITADA TO WS-TITULO-RHCON-TEXTO (38:7).
           WRITE REG-RELATORIO-RHCON FROM WS-LINHA-TITULO-RHCON.

           MOVE SPACES TO WS-LINHA-TITULO-RHCON.
           MOVE "MATRICULAS COM DIFERENCA DE CAMPO.: " TO
              WS-TITULO-RHCON-TEXTO.
           MOVE WS-CONT-COM-DIFERENCA TO WS-QTDE-EDITADA.
           MOVE WS-QTDE-EDITADA TO WS-TITULO-RHCON-TEXTO (38:7).
           MOVE "(CAMPOS DIVERGENTES:" TO WS-TITULO-RHCON-TEXTO (47:20).
           MOVE WS-CONT-DIFERENCAS TO WS-QTDE-EDITADA.
           MOVE WS-QTDE-EDITADA TO WS-TITULO-RHCON-TEXTO (68:7).
           MOVE ")" TO WS-TITULO-RHCON-TEXTO (75:1).
           WRITE REG-RELATORIO-RHCON FROM WS-LINHA-TITULO-RHCON.

           MOVE SPACES TO WS-LINHA-TITULO-RHCON.
           MOVE "DIVERGENCIAS SEM PROPOSTA.........: " TO
              WS-TITULO-RHCON-TEXTO.
           MOVE WS-CONT-SEM-PROPOSTA TO WS-QTDE-EDITADA.
           MOVE WS-QTDE-EDITADA TO WS-TITULO-RHCON-TEXTO (38:7).
           MOVE "(VALOR DO RH INVALIDO OU MATRICULA RESERVADA)"
              TO WS-TITULO-RHCON-TEXTO (47:45).
           WRITE REG-RELATORIO-RHCON FROM WS-LINHA-TITULO-RHCON.

           MOVE SPACES TO WS-LINHA-TITULO-RHCON.
           MOVE "PROPOSTAS DE INCLUSAO (I).........: " TO
              WS-TITULO-RHCON-TEXTO.
           MOVE WS-CONT-INCLUSOES TO WS-QTDE-EDITADA.
           MOVE WS-QTDE-EDITADA TO WS-TITULO-RHCON-TEXTO (38:7).
           WRITE REG-RELATORIO-RHCON FROM WS-LINHA-TITULO-RHCON.

           MOVE SPACES TO WS-LINHA-TITULO-RHCON.
           MOVE "PROPOSTAS DE ALTERACAO (A)........: " TO
              WS-TITULO-RHCON-TEXTO.
           MOVE WS-CONT-ALTERACOES TO WS-QTDE-EDITADA.
           MOVE WS-QTDE-EDITADA TO WS-TITULO-RHCON-TEXTO (38:7).
           WRITE REG-RELATORIO-RHCON FROM WS-LINHA-TITULO-RHCON.

           MOVE SPACES TO WS-LINHA-TITULO-RHCON.
           MOVE "PROPOSTAS DE EXCLUSAO (D).........: " TO
              WS-TITULO-RHCON-TEXTO.
           MOVE WS-CONT-EXCLUSOES TO WS-QTDE-EDITADA.
           MOVE WS-QTDE-EDITADA TO WS-TITULO-RHCON-TEXTO (38:7).
           WRITE REG-RELATORIO-RHCON FROM WS-LINHA-TITULO-RHCON.

           IF WS-HOUVE-ERRO-GRAVACAO
              MOVE SPACES TO WS-LINHA-TITULO-RHCON
              MOVE "*** CONCILIACAO INVALIDADA - FALHA NA GRAVACAO DE"
                 TO WS-TITULO-RHCON-TEXTO
              MOVE " PROPMOV - PROPOSTAS DESCARTADAS ***"
                 TO WS-TITULO-RHCON-TEXTO (50:36)
              WRITE REG-RELATORIO-RHCON FROM WS-LINHA-TITULO-RHCON
           END-IF.

           IF WS-HOUVE-ERRO-SEQUENCIA
              MOVE SPACES TO WS-LINHA-TITULO-RHCON
              MOVE "*** CONCILIACAO INVALIDADA - RHQUADRO FORA DE ORDEM"
                 TO WS-TITULO-RHCON-TEXTO
              MOVE " DE MATRICULA - PROPOSTAS DESCARTADAS ***"
                 TO WS-TITULO-RHCON-TEXTO (52:41)
              WRITE REG-RELATORIO-RHCON FROM WS-LINHA-TITULO-RHCON
           END-IF.

           IF WS-EXCEDEU-EXCLUSOES
              MOVE SPACES TO WS-LINHA-TITULO-RHCON
              MOVE "*** EXCLUSOES ACIMA DE"
                 TO WS-TITULO-RHCON-TEXTO
              MOVE WS-LIMITE-EXCLUSOES TO WS-TITULO-RHCON-TEXTO (24:3)
              MOVE "% DO CADASTRO - RHQUADRO INCOMPLETO?"
                 TO WS-TITULO-RHCON-TEXTO (27:36)
              MOVE " PROPOSTAS DESCARTADAS ***"
                 TO WS-TITULO-RHCON-TEXTO (63:26)
              WRITE REG-RELATORIO-RHCON FROM WS-LINHA-TITULO-RHCON
           END-IF.
       7000-IMPRIME-TOTALIZACAO-EXIT.
           EXIT.

      ******************************************************************
      * 7500-DESCARTA-PROPOSTAS - conciliacao invalidada: PROPMOV e
      * reaberto em OUTPUT para ficar vazio, e nada chega a revisao.
      * O relatorio fica, para mostrar o que o extrato produziria.
      ******************************************************************
       7500-DESCARTA-PROPOSTAS.
           CLOSE PROPMOV.
           OPEN OUTPUT PROPMOV.
           IF WS-STATUS-PROPMOV NOT = "00"
              DISPLAY "ERRO - FALHA AO ESVAZIAR PROPMOV - STATUS "
                 WS-STATUS-PROPMOV " - NAO USAR AS PROPOSTAS"
           END-IF.
       7500-DESCARTA-PROPOSTAS-EXIT.
           EXIT.

       8000-FINALIZACAO.
           CLOSE POPMSTR.
           CLOSE RHQUADRO.
           CLOSE PROPMOV.
           CLOSE RHCONRPT.
       8000-FINALIZACAO-EXIT.
           EXIT.

       END PROGRAM POPRHCON.

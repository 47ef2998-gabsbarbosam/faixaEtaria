      ******************************************************************
      * Author:
      * Date:
      * Purpose: reconstituicao do cadastro mestre de populacao numa
      *          data passada. Parte do mestre corrente (POPMSTR) e
      *          desfaz, pelas imagens anteriores do jornal de
      *          alteracoes (MESTJRNL), os movimentos de titular
      *          (I/A/D) aplicados depois da data pedida no cartao
      *          DATA-REF. O resultado sai em POPRETRO, no layout de
      *          POPULIN e com header/trailer como o descarregamento
      *          de POPMANUT, para ser classificado por FAIXAETARIA no
      *          modo de retrato (MODO=RETRATO), que so grava o
      *          relatorio datado - nem o mestre nem as saidas da
      *          noite sao tocados. Responde "quantos tinhamos em cada
      *          faixa e filial no dia 31 do mes passado" sem
      *          restaurar fitas.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POPRETRO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POPMSTR ASSIGN TO "POPMSTR"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FXE-MST-MATRICULA
              FILE STATUS IS WS-STATUS-POPMSTR.

           SELECT MESTJRNL ASSIGN TO "MESTJRNL"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-MESTJRNL.

           SELECT POPRETRO ASSIGN TO "POPRETRO"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-POPRETRO.

           SELECT EXECPARM ASSIGN TO "EXECPARM"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-EXECPARM.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * POPMSTR - cadastro mestre de populacao, indexado por matricula
      * (copybook FXEMST). Aberto so para leitura: o retrato nunca
      * altera o mestre.
      ******************************************************************
       FD  POPMSTR.
       COPY FXEMST.

      ******************************************************************
      * MESTJRNL - jornal de alteracoes do mestre gravado por POPMANUT
      * (copybook FXEJRN), em ordem de aplicacao.
      ******************************************************************
       FD  MESTJRNL
           RECORDING MODE IS F.
       01  REG-JORNAL                 PIC X(200).

      ******************************************************************
      * POPRETRO - o mestre como ele era no fim do dia DATA-REF, no
      * layout de POPULIN, entre um header datado da propria DATA-REF
      * e um trailer com a quantidade de registros de dados.
      ******************************************************************
       FD  POPRETRO
           RECORDING MODE IS F.
       01  REG-POPULACAO-RETRATO      PIC X(080).

      ******************************************************************
      * EXECPARM - cartoes de parametro, formato PALAVRA=VALOR, como
      * nos demais programas da esteira. Cartao obrigatorio:
      *   DATA-REF=AAAAMMDD - data do retrato; os movimentos com data
      *                       de aplicacao posterior a ela sao
      *                       desfeitos.
      ******************************************************************
       FD  EXECPARM
           RECORDING MODE IS F.
       01  REG-PARAMETRO              PIC X(080).

       WORKING-STORAGE SECTION.
       77  WS-STATUS-POPMSTR          PIC X(002) VALUE SPACES.
       77  WS-STATUS-MESTJRNL         PIC X(002) VALUE SPACES.
       77  WS-STATUS-POPRETRO         PIC X(002) VALUE SPACES.
       77  WS-STATUS-EXECPARM         PIC X(002) VALUE SPACES.

       77  WS-FIM-EXECPARM            PIC X(001) VALUE "N".
           88 WS-FIM-ARQ-EXECPARM              VALUE "S".

       77  WS-FIM-JORNAL              PIC X(001) VALUE "N".
           88 WS-FIM-ARQ-JORNAL                VALUE "S".

       77  WS-FIM-MESTRE              PIC X(001) VALUE "N".
           88 WS-FIM-ARQ-MESTRE                VALUE "S".

       77  WS-ERRO-ABERTURA           PIC X(001) VALUE "N".
           88 WS-HOUVE-ERRO-ABERTURA           VALUE "S".

      ******************************************************************
      * Recusa do retrato (RETURN-CODE 8): uma manutencao em voo ou
      * abendada (marco "B" sem "F" no jornal) deixa o mestre num
      * estado que nenhuma data explica, e mais matriculas alteradas
      * depois da DATA-REF do que posicoes na tabela impede desfazer
      * em memoria. Nos dois casos nada e gravado em POPRETRO.
      ******************************************************************
       77  WS-BLOQUEIO-EXECUCAO       PIC X(001) VALUE "N".
           88 WS-EXECUCAO-BLOQUEADA            VALUE "S".

       77  WS-EXEC-PENDENTE           PIC X(001) VALUE "N".
           88 WS-HA-EXEC-PENDENTE              VALUE "S".

       77  WS-EXCESSO-RETRATO         PIC X(001) VALUE "N".
           88 WS-RETRATO-NAO-CABE              VALUE "S".

       77  WS-DATA-REF-CARTAO         PIC X(001) VALUE "N".
           88 WS-DATA-REF-INFORMADA            VALUE "S".

       01  WS-DATA-REF                PIC X(008) VALUE SPACES.
       01  WS-PRIMEIRA-DATA-JORNAL    PIC X(008) VALUE SPACES.

      ******************************************************************
      * Contadores do controle exibido ao final.
      ******************************************************************
       77  WS-CONT-JORNAL-LIDOS       PIC 9(007) COMP VALUE ZERO.
       77  WS-CONT-MOV-POSTERIORES    PIC 9(007) COMP VALUE ZERO.
       77  WS-CONT-MOV-DEPENDENTES    PIC 9(007) COMP VALUE ZERO.
       77  WS-CONT-MESTRE-LIDOS       PIC 9(007) COMP VALUE ZERO.
       77  WS-CONT-MANTIDOS           PIC 9(007) COMP VALUE ZERO.
       77  WS-CONT-RESTAURADOS        PIC 9(007) COMP VALUE ZERO.
       77  WS-CONT-OMITIDOS           PIC 9(007) COMP VALUE ZERO.
       77  WS-CONT-GRAVADOS           PIC 9(007) COMP VALUE ZERO.

       77  WS-QTDE-EXIBICAO           PIC ZZZ,ZZ9.

       COPY FXECTL.

       COPY FXEJRN.

      ******************************************************************
      * Tabela do retrato: uma entrada por matricula de titular com
      * movimento aplicado depois da DATA-REF, em ordem de matricula,
      * guardando o tipo e a imagem anterior do PRIMEIRO desses
      * movimentos - essa imagem e exatamente o registro no fim do dia
      * DATA-REF (em branco quando o primeiro movimento foi uma
      * inclusao: a matricula ainda nao existia). Os movimentos
      * seguintes da mesma matricula nao mudam a entrada. Os
      * lancamentos de dependente (N/M/R) nao entram: o retrato e do
      * mestre de titulares.
      ******************************************************************
       01  WS-TABELA-RETRATO.
           05 WS-RET-ENT OCCURS 10000 TIMES
                         INDEXED BY WS-IDX-RET-TAB.
              10 WS-RET-MATRICULA     PIC X(006).
              10 WS-RET-TIPO          PIC X(001).
              10 WS-RET-IMAGEM        PIC X(080).
       77  WS-QTDE-RETRATO            PIC 9(005) COMP VALUE ZERO.
       77  WS-POS-RETRATO             PIC 9(005) COMP VALUE ZERO.
       77  WS-IDX-DESLOCA             PIC S9(005) COMP VALUE ZERO.
       77  WS-IDX-RETRATO             PIC 9(005) COMP VALUE ZERO.

       01  WS-MATRICULA-JORNAL        PIC X(006).

      ******************************************************************
      * Chaves da intercalacao do mestre corrente com a tabela do
      * retrato; HIGH-VALUES marca o lado que ja terminou.
      ******************************************************************
       01  WS-CHAVE-MESTRE            PIC X(006).
       01  WS-CHAVE-RETRATO           PIC X(006).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZACAO
              THRU 1000-INICIALIZACAO-EXIT.

           IF NOT WS-HOUVE-ERRO-ABERTURA
              PERFORM 2000-ANALISA-JORNAL
                 THRU 2000-ANALISA-JORNAL-EXIT
           END-IF.

           EVALUATE TRUE
              WHEN WS-HOUVE-ERRO-ABERTURA
                 MOVE 16 TO RETURN-CODE
              WHEN WS-EXECUCAO-BLOQUEADA
                 MOVE 8 TO RETURN-CODE
              WHEN OTHER
                 PERFORM 3000-GERA-RETRATO
                    THRU 3000-GERA-RETRATO-EXIT
                 PERFORM 7000-EXIBE-CONTROLE
                    THRU 7000-EXIBE-CONTROLE-EXIT
           END-EVALUATE.

           PERFORM 8000-FINALIZACAO
              THRU 8000-FINALIZACAO-EXIT.

           STOP RUN.

      ******************************************************************
      * 1000-INICIALIZACAO - le a DATA-REF e abre o mestre (so
      * leitura), o jornal e o arquivo do retrato. Sem DATA-REF, ou sem
      * qualquer um dos tres arquivos, nao ha retrato a gerar.
      ******************************************************************
       1000-INICIALIZACAO.
           PERFORM 1400-LE-PARAMETROS
              THRU 1400-LE-PARAMETROS-EXIT.

           IF NOT WS-DATA-REF-INFORMADA
              DISPLAY "ERRO FATAL - CARTAO DATA-REF AUSENTE OU"
                 " INVALIDO EM EXECPARM"
              SET WS-HOUVE-ERRO-ABERTURA TO TRUE
              GO TO 1000-INICIALIZACAO-EXIT
           END-IF.

           OPEN INPUT POPMSTR.
           IF WS-STATUS-POPMSTR NOT = "00"
              DISPLAY
                 "ERRO FATAL - FALHA AO ABRIR POPMSTR - STATUS "
                 WS-STATUS-POPMSTR
              SET WS-HOUVE-ERRO-ABERTURA TO TRUE
           END-IF.

           OPEN INPUT MESTJRNL.
           IF WS-STATUS-MESTJRNL NOT = "00"
              DISPLAY
                 "ERRO FATAL - FALHA AO ABRIR MESTJRNL - STATUS "
                 WS-STATUS-MESTJRNL
              SET WS-HOUVE-ERRO-ABERTURA TO TRUE
           END-IF.

           OPEN OUTPUT POPRETRO.
           IF WS-STATUS-POPRETRO NOT = "00"
              DISPLAY
                 "ERRO FATAL - FALHA AO ABRIR POPRETRO - STATUS "
                 WS-STATUS-POPRETRO
              SET WS-HOUVE-ERRO-ABERTURA TO TRUE
           END-IF.
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
                 WHEN REG-PARAMETRO (1:9) = "DATA-REF="
                    IF REG-PARAMETRO (10:8) IS NUMERIC
                       MOVE REG-PARAMETRO (10:8) TO WS-DATA-REF
                       SET WS-DATA-REF-INFORMADA TO TRUE
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
      * 2000-ANALISA-JORNAL - le o jornal inteiro montando a tabela do
      * retrato e acompanhando os marcos de execucao. Termina
      * recusando o retrato se a ultima manutencao ficou sem "F" ou se
      * a tabela estourou. Um jornal que so comeca depois da DATA-REF
      * nao prova o estado daquele dia (o que veio antes do inicio do
      * jornal nao tem imagem a desfazer): o retrato e gerado, mas com
      * aviso e RETURN-CODE 4.
      ******************************************************************
       2000-ANALISA-JORNAL.
           PERFORM 2100-LE-PROXIMO-JORNAL
              THRU 2100-LE-PROXIMO-JORNAL-EXIT
              UNTIL WS-FIM-ARQ-JORNAL.

           IF WS-HA-EXEC-PENDENTE
              DISPLAY "RETRATO RECUSADO - MESTJRNL INDICA MANUTENCAO"
                 " EM VOO OU ABENDADA (MARCO B SEM F). CONCLUA O"
                 " RESTART OU O BACKOUT DE POPMANUT E RESUBMETA"
              SET WS-EXECUCAO-BLOQUEADA TO TRUE
              GO TO 2000-ANALISA-JORNAL-EXIT
           END-IF.

           IF WS-RETRATO-NAO-CABE
              DISPLAY "RETRATO RECUSADO - MAIS DE 10000 MATRICULAS"
                 " ALTERADAS DEPOIS DA DATA-REF " WS-DATA-REF
              SET WS-EXECUCAO-BLOQUEADA TO TRUE
              GO TO 2000-ANALISA-JORNAL-EXIT
           END-IF.

           IF WS-PRIMEIRA-DATA-JORNAL = SPACES
              OR WS-PRIMEIRA-DATA-JORNAL > WS-DATA-REF
              DISPLAY "AVISO - MESTJRNL SO COMECA EM "
                 WS-PRIMEIRA-DATA-JORNAL " - O RETRATO DE "
                 WS-DATA-REF " NAO ENXERGA MOVIMENTOS ANTERIORES"
                 " AO INICIO DO JORNAL"
              MOVE 4 TO RETURN-CODE
           END-IF.
       2000-ANALISA-JORNAL-EXIT.
           EXIT.

       2100-LE-PROXIMO-JORNAL.
           READ MESTJRNL
              AT END
                 SET WS-FIM-ARQ-JORNAL TO TRUE
           END-READ.
           IF WS-FIM-ARQ-JORNAL
              GO TO 2100-LE-PROXIMO-JORNAL-EXIT
           END-IF.

           MOVE REG-JORNAL TO FXE-REGISTRO-JORNAL.
           ADD 1 TO WS-CONT-JORNAL-LIDOS.
           IF WS-PRIMEIRA-DATA-JORNAL = SPACES
              MOVE FXE-JRN-DATA TO WS-PRIMEIRA-DATA-JORNAL
           END-IF.

           EVALUATE TRUE
              WHEN FXE-JRN-ABERTURA
                 SET WS-HA-EXEC-PENDENTE TO TRUE
              WHEN FXE-JRN-ENCERRAMENTO
                 MOVE "N" TO WS-EXEC-PENDENTE
              WHEN FXE-JRN-DEPENDENTE
                 ADD 1 TO WS-CONT-MOV-DEPENDENTES
              WHEN FXE-JRN-MOVIMENTO
                 IF FXE-JRN-DATA > WS-DATA-REF
                    ADD 1 TO WS-CONT-MOV-POSTERIORES
                    PERFORM 2200-REGISTRA-MATRICULA
                       THRU 2200-REGISTRA-MATRICULA-EXIT
                 END-IF
              WHEN OTHER
                 CONTINUE
           END-EVALUATE.
       2100-LE-PROXIMO-JORNAL-EXIT.
           EXIT.

      ******************************************************************
      * 2200-REGISTRA-MATRICULA - inclui na tabela, na posicao que
      * mantem a ordem de matricula, a matricula do movimento corrente
      * com a imagem anterior dele. Se a matricula ja esta na tabela,
      * um movimento anterior (ainda depois da DATA-REF) ja guardou a
      * imagem do dia, e este e ignorado.
      ******************************************************************
       2200-REGISTRA-MATRICULA.
           MOVE FXE-JRN-MATRICULA TO WS-MATRICULA-JORNAL.
           MOVE ZERO TO WS-POS-RETRATO.

           SET WS-IDX-RET-TAB TO 1.
           SEARCH WS-RET-ENT
              AT END
                 CONTINUE
              WHEN WS-IDX-RET-TAB > WS-QTDE-RETRATO
                 CONTINUE
              WHEN WS-RET-MATRICULA (WS-IDX-RET-TAB)
                   NOT < WS-MATRICULA-JORNAL
                 SET WS-POS-RETRATO TO WS-IDX-RET-TAB
           END-SEARCH.

           IF WS-POS-RETRATO > ZERO
              IF WS-RET-MATRICULA (WS-POS-RETRATO)
                 = WS-MATRICULA-JORNAL
                 GO TO 2200-REGISTRA-MATRICULA-EXIT
              END-IF
           ELSE
              COMPUTE WS-POS-RETRATO = WS-QTDE-RETRATO + 1
           END-IF.

           IF WS-QTDE-RETRATO NOT < 10000
              SET WS-RETRATO-NAO-CABE TO TRUE
              GO TO 2200-REGISTRA-MATRICULA-EXIT
           END-IF.

           PERFORM 2210-DESLOCA-ENTRADA
              THRU 2210-DESLOCA-ENTRADA-EXIT
              VARYING WS-IDX-DESLOCA FROM WS-QTDE-RETRATO BY -1
              UNTIL WS-IDX-DESLOCA < WS-POS-RETRATO.

           ADD 1 TO WS-QTDE-RETRATO.
           MOVE WS-MATRICULA-JORNAL
              TO WS-RET-MATRICULA (WS-POS-RETRATO).
           MOVE FXE-JRN-TIPO TO WS-RET-TIPO (WS-POS-RETRATO).
           IF FXE-JRN-INCLUSAO
              MOVE SPACES TO WS-RET-IMAGEM (WS-POS-RETRATO)
           ELSE
              MOVE FXE-JRN-ANTES TO WS-RET-IMAGEM (WS-POS-RETRATO)
           END-IF.
       2200-REGISTRA-MATRICULA-EXIT.
           EXIT.

       2210-DESLOCA-ENTRADA.
           MOVE WS-RET-ENT (WS-IDX-DESLOCA)
              TO WS-RET-ENT (WS-IDX-DESLOCA + 1).
       2210-DESLOCA-ENTRADA-EXIT.
           EXIT.

      ******************************************************************
      * 3000-GERA-RETRATO - intercala o mestre corrente, em ordem de
      * matricula, com a tabela do retrato e grava POPRETRO entre
      * header e trailer. O header leva a DATA-REF como data de
      * geracao: e a data que o modo de retrato de FAIXAETARIA confere.
      ******************************************************************
       3000-GERA-RETRATO.
           MOVE SPACES TO FXE-REGISTRO-CONTROLE.
           MOVE "H" TO FXE-CTR-TIPO.
           MOVE WS-DATA-REF TO FXE-CTR-DATA-GERACAO.
           MOVE "POPRETRO" TO FXE-CTR-SISTEMA-ORIGEM.
           WRITE REG-POPULACAO-RETRATO FROM FXE-REGISTRO-CONTROLE.

           MOVE ZERO TO FXE-MST-MATRICULA.
           START POPMSTR KEY IS NOT LESS THAN FXE-MST-MATRICULA.
           IF WS-STATUS-POPMSTR NOT = "00"
              SET WS-FIM-ARQ-MESTRE TO TRUE
           END-IF.
           PERFORM 3100-LE-PROXIMO-MESTRE
              THRU 3100-LE-PROXIMO-MESTRE-EXIT.

           MOVE 1 TO WS-IDX-RETRATO.
           PERFORM 3150-POSICIONA-RETRATO
              THRU 3150-POSICIONA-RETRATO-EXIT.

           PERFORM 3200-INTERCALA
              THRU 3200-INTERCALA-EXIT
              UNTIL WS-CHAVE-MESTRE = HIGH-VALUES
                AND WS-CHAVE-RETRATO = HIGH-VALUES.

           MOVE SPACES TO FXE-REGISTRO-CONTROLE.
           MOVE "T" TO FXE-CTR-TIPO.
           MOVE WS-CONT-GRAVADOS TO FXE-CTR-QTDE-REGISTROS.
           WRITE REG-POPULACAO-RETRATO FROM FXE-REGISTRO-CONTROLE.
       3000-GERA-RETRATO-EXIT.
           EXIT.

       3100-LE-PROXIMO-MESTRE.
           IF NOT WS-FIM-ARQ-MESTRE
              READ POPMSTR NEXT RECORD
                 AT END
                    SET WS-FIM-ARQ-MESTRE TO TRUE
                 NOT AT END
                    ADD 1 TO WS-CONT-MESTRE-LIDOS
              END-READ
           END-IF.
           IF WS-FIM-ARQ-MESTRE
              MOVE HIGH-VALUES TO WS-CHAVE-MESTRE
           ELSE
              MOVE FXE-MST-MATRICULA TO WS-CHAVE-MESTRE
           END-IF.
       3100-LE-PROXIMO-MESTRE-EXIT.
           EXIT.

       3150-POSICIONA-RETRATO.
           IF WS-IDX-RETRATO > WS-QTDE-RETRATO
              MOVE HIGH-VALUES TO WS-CHAVE-RETRATO
           ELSE
              MOVE WS-RET-MATRICULA (WS-IDX-RETRATO)
                 TO WS-CHAVE-RETRATO
           END-IF.
       3150-POSICIONA-RETRATO-EXIT.
           EXIT.

      ******************************************************************
      * 3200-INTERCALA - um passo da intercalacao:
      *   - matricula so no mestre: nao mudou depois da DATA-REF e
      *     sai como esta;
      *   - matricula na tabela (com ou sem registro no mestre hoje):
      *     sai a imagem do dia guardada na tabela - ou nada, se ela
      *     esta em branco (incluida depois da DATA-REF).
      ******************************************************************
       3200-INTERCALA.
           IF WS-CHAVE-MESTRE < WS-CHAVE-RETRATO
              WRITE REG-POPULACAO-RETRATO FROM FXE-REGISTRO-MESTRE
              ADD 1 TO WS-CONT-MANTIDOS
              ADD 1 TO WS-CONT-GRAVADOS
              PERFORM 3100-LE-PROXIMO-MESTRE
                 THRU 3100-LE-PROXIMO-MESTRE-EXIT
              GO TO 3200-INTERCALA-EXIT
           END-IF.

           IF WS-RET-IMAGEM (WS-IDX-RETRATO) = SPACES
              ADD 1 TO WS-CONT-OMITIDOS
           ELSE
              WRITE REG-POPULACAO-RETRATO
                 FROM WS-RET-IMAGEM (WS-IDX-RETRATO)
              ADD 1 TO WS-CONT-RESTAURADOS
              ADD 1 TO WS-CONT-GRAVADOS
           END-IF.

           IF WS-CHAVE-MESTRE = WS-CHAVE-RETRATO
              PERFORM 3100-LE-PROXIMO-MESTRE
                 THRU 3100-LE-PROXIMO-MESTRE-EXIT
           END-IF.

           ADD 1 TO WS-IDX-RETRATO.
           PERFORM 3150-POSICIONA-RETRATO
              THRU 3150-POSICIONA-RETRATO-EXIT.
       3200-INTERCALA-EXIT.
           EXIT.

      ******************************************************************
      * 7000-EXIBE-CONTROLE - exibe no SYSOUT os totais de controle do
      * retrato, para a operacao conferir a reconstituicao: registros
      * gravados = mantidos + restaurados.
      ******************************************************************
       7000-EXIBE-CONTROLE.
           DISPLAY "POPRETRO - CONTROLE DO RETRATO EM " WS-DATA-REF.
           MOVE WS-CONT-JORNAL-LIDOS TO WS-QTDE-EXIBICAO.
           DISPLAY "  LANCAMENTOS DO JORNAL..: " WS-QTDE-EXIBICAO.
           MOVE WS-CONT-MOV-POSTERIORES TO WS-QTDE-EXIBICAO.
           DISPLAY "  MOVIMENTOS DESFEITOS...: " WS-QTDE-EXIBICAO.
           MOVE WS-CONT-MOV-DEPENDENTES TO WS-QTDE-EXIBICAO.
           DISPLAY "  LANC. DEPENDENTE IGNOR.: " WS-QTDE-EXIBICAO.
           MOVE WS-QTDE-RETRATO TO WS-QTDE-EXIBICAO.
           DISPLAY "  MATRICULAS AFETADAS....: " WS-QTDE-EXIBICAO.
           MOVE WS-CONT-MESTRE-LIDOS TO WS-QTDE-EXIBICAO.
           DISPLAY "  REGISTROS NO MESTRE....: " WS-QTDE-EXIBICAO.
           MOVE WS-CONT-MANTIDOS TO WS-QTDE-EXIBICAO.
           DISPLAY "  MANTIDOS DO MESTRE.....: " WS-QTDE-EXIBICAO.
           MOVE WS-CONT-RESTAURADOS TO WS-QTDE-EXIBICAO.
           DISPLAY "  RESTAURADOS DO JORNAL..: " WS-QTDE-EXIBICAO.
           MOVE WS-CONT-OMITIDOS TO WS-QTDE-EXIBICAO.
           DISPLAY "  INCLUIDOS APOS A DATA..: " WS-QTDE-EXIBICAO.
           MOVE WS-CONT-GRAVADOS TO WS-QTDE-EXIBICAO.
           DISPLAY "  REGISTROS NO RETRATO...: " WS-QTDE-EXIBICAO.
       7000-EXIBE-CONTROLE-EXIT.
           EXIT.

       8000-FINALIZACAO.
           CLOSE POPMSTR.
           CLOSE MESTJRNL.
           CLOSE POPRETRO.
       8000-FINALIZACAO-EXIT.
           EXIT.

       END PROGRAM POPRETRO.

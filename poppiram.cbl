      ******************************************************************
      * Author:
      * Date:
      * Purpose: piramide etaria e estatistica demografica da
      *          populacao de titulares, para o planejamento de RH -
      *          o resumo por faixa de RELATSAI responde "quantos por
      *          faixa", mas a piramide classica e as medidas por
      *          departamento e filial eram montadas a mao a partir
      *          do EXTRATO. Imprime em PIRARPT a piramide em faixas
      *          de 5 anos (00-04 ... 95-99 e 100+), homens a
      *          esquerda e mulheres a direita (FXE-MST-SEXO), em
      *          grafico de barras lado a lado, e a tabela de idade
      *          media, mediana, menor, maior e percentual acima de
      *          55 anos por departamento (FXDEPTO), por filial e no
      *          total. Grava as mesmas medidas em PIRAEST (copybook
      *          FXEPIR), arquivo acumulativo para acompanhar os
      *          numeros mes a mes. A origem e o cadastro mestre
      *          POPMSTR (idade derivada da data de nascimento na
      *          data de referencia, com a mesma regra da
      *          classificacao noturna) ou, com ORIGEM=EXTRATO, o
      *          EXTRATO da noite (idade ja apurada pela
      *          classificacao) cruzado com o POPMSTR para sexo e
      *          departamento.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POPPIRAM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POPMSTR ASSIGN TO "POPMSTR"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FXE-MST-MATRICULA
              FILE STATUS IS WS-STATUS-POPMSTR.

           SELECT EXTRATO ASSIGN TO "EXTRATO"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-EXTRATO.

           SELECT PIRARPT ASSIGN TO "PIRARPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-PIRARPT.

           SELECT PIRAEST ASSIGN TO "PIRAEST"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-PIRAEST.

           SELECT EXECPARM ASSIGN TO "EXECPARM"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-EXECPARM.

       DATA DIVISION.
       FILE SECTION.
       FD  POPMSTR.
       COPY FXEMST.

      ******************************************************************
      * EXTRATO - extrato da noite (copybook FXEEXT), lido somente com
      * ORIGEM=EXTRATO. Dependentes sao ignorados: a piramide e as
      * medidas por departamento sao da populacao de titulares.
      ******************************************************************
       FD  EXTRATO
           RECORDING MODE IS F.
       01  REG-EXTRATO                PIC X(048).

       FD  PIRARPT
           RECORDING MODE IS F.
       01  REG-RELATORIO-PIRA         PIC X(132).

      ******************************************************************
      * PIRAEST - estatistica demografica (copybook FXEPIR),
      * acrescentada ao final do arquivo a cada execucao.
      ******************************************************************
       FD  PIRAEST
           RECORDING MODE IS F.
       01  REG-ESTATISTICA            PIC X(080).

      ******************************************************************
      * EXECPARM - cartoes de parametro, formato PALAVRA=VALOR.
      * Cartoes reconhecidos:
      *   DATA-REF=AAAAMMDD - data de referencia (default: data do
      *                       sistema). Com ORIGEM=MESTRE e a data
      *                       contra a qual a idade e derivada; nos
      *                       dois modos e a data gravada em PIRAEST.
      *   ORIGEM=MESTRE     - (default) varre o cadastro POPMSTR.
      *   ORIGEM=EXTRATO    - le o EXTRATO da noite e busca sexo e
      *                       departamento no POPMSTR pela matricula.
      ******************************************************************
       FD  EXECPARM
           RECORDING MODE IS F.
       01  REG-PARAMETRO              PIC X(080).

       WORKING-STORAGE SECTION.
       77  WS-STATUS-POPMSTR          PIC X(002) VALUE SPACES.
       77  WS-STATUS-EXTRATO          PIC X(002) VALUE SPACES.
       77  WS-STATUS-PIRARPT          PIC X(002) VALUE SPACES.
       77  WS-STATUS-PIRAEST          PIC X(002) VALUE SPACES.
       77  WS-STATUS-EXECPARM         PIC X(002) VALUE SPACES.

       77  WS-FIM-MESTRE              PIC X(001) VALUE "N".
           88 WS-FIM-ARQ-MESTRE                VALUE "S".
       77  WS-FIM-EXTRATO             PIC X(001) VALUE "N".
           88 WS-FIM-ARQ-EXTRATO               VALUE "S".
       77  WS-FIM-EXECPARM            PIC X(001) VALUE "N".
           88 WS-FIM-ARQ-EXECPARM              VALUE "S".

       77  WS-ERRO-ABERTURA           PIC X(001) VALUE "N".
           88 WS-HOUVE-ERRO-ABERTURA           VALUE "S".

       77  WS-ORIGEM                  PIC X(001) VALUE "M".
           88 WS-ORIGEM-MESTRE                 VALUE "M".
           88 WS-ORIGEM-EXTRATO                VALUE "E".

       COPY FXEEXT.

       COPY FXEPIR.

      ******************************************************************
      * Tabela de departamentos (copybook FXDEPTO): cada departamento
      * da tabela tem sua linha fixa nas estatisticas, na ordem da
      * tabela, mesmo sem populacao, para que PIRAEST traga as mesmas
      * chaves todo mes.
      ******************************************************************
       COPY FXDEPTO.

      ******************************************************************
      * Data de referencia e areas da derivacao da idade. A regra e a
      * de 3240-DERIVA-IDADE da classificacao: data numerica, mes
      * 01-12, dia 01-31, ano nao anterior a 1850 e nao posterior a
      * data de referencia; fora disso vale a idade cadastrada.
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

      ******************************************************************
      * Pessoa corrente, ja com a idade apurada, qualquer que seja a
      * origem.
      ******************************************************************
       01  WS-PESSOA.
           05 WS-PES-IDADE            PIC 9(003).
           05 WS-PES-SEXO             PIC X(001).
              88 WS-PES-MASCULINO              VALUE "M".
              88 WS-PES-FEMININO               VALUE "F".
           05 WS-PES-DEPARTAMENTO     PIC X(010).
           05 WS-PES-FILIAL           PIC X(003).

       77  WS-IDADE-APURADA           PIC X(001) VALUE "N".
           88 WS-TEM-IDADE-APURADA             VALUE "S".

      ******************************************************************
      * Piramide: 21 faixas de 5 anos, a ultima aberta (100 anos ou
      * mais), com homens e mulheres. Pessoas com sexo fora de M/F
      * entram nas estatisticas dos grupos, mas nao na piramide.
      ******************************************************************
       01  WS-TABELA-PIRAMIDE.
           05 WS-FAIXA-PIRAMIDE OCCURS 21 TIMES.
              10 WS-PIR-MASC          PIC 9(007) COMP.
              10 WS-PIR-FEM           PIC 9(007) COMP.

       77  WS-QTDE-FAIXAS-PIRAMIDE    PIC 9(004) COMP VALUE 21.
       77  WS-SUB-FAIXA               PIC 9(004) COMP VALUE ZERO.
       77  WS-PIR-MAIOR               PIC 9(007) COMP VALUE ZERO.
       77  WS-TAM-BARRA               PIC 9(004) COMP VALUE ZERO.
       77  WS-POS-BARRA               PIC 9(004) COMP VALUE ZERO.
       77  WS-IDADE-INICIO-FAIXA      PIC 9(003) VALUE ZERO.
       77  WS-IDADE-FIM-FAIXA         PIC 9(003) VALUE ZERO.
       77  WS-IDADE-FAIXA-EDITADA     PIC 99.

       01  WS-BARRA-CHEIA             PIC X(050) VALUE ALL "#".

      ******************************************************************
      * Grupos das estatisticas. Posicao 1 = total; 2 a 6 = os
      * departamentos da tabela FXDEPTO, na ordem dela; 7 = OUTROS
      * (departamento fora da tabela); 8 em diante = filiais, mantidas
      * em ordem de codigo a medida que aparecem, ate 50; a partir da
      * 51a filial distinta as pessoas vao para DEMAIS (posicao 58).
      * Cada grupo guarda a distribuicao por idade (0 a 120 anos), o
      * que da a mediana sem ordenar a populacao.
      ******************************************************************
       01  WS-TABELA-GRUPOS.
           05 WS-GRUPO OCCURS 58 TIMES.
              10 WS-GRP-TIPO          PIC X(001).
              10 WS-GRP-CHAVE         PIC X(010).
              10 WS-GRP-QTDE          PIC 9(007) COMP.
              10 WS-GRP-MASC          PIC 9(007) COMP.
              10 WS-GRP-FEM           PIC 9(007) COMP.
              10 WS-GRP-SOMA-IDADES   PIC 9(009) COMP.
              10 WS-GRP-MAIS-NOVO     PIC 9(003).
              10 WS-GRP-MAIS-VELHO    PIC 9(003).
              10 WS-GRP-ACIMA-55      PIC 9(007) COMP.
              10 WS-GRP-QTDE-IDADE OCCURS 121 TIMES
                                      PIC 9(007) COMP.

       77  WS-POS-TOTAL               PIC 9(004) COMP VALUE 1.
       77  WS-POS-OUTROS-DEPTOS       PIC 9(004) COMP VALUE 7.
       77  WS-POS-PRIMEIRA-FILIAL     PIC 9(004) COMP VALUE 8.
       77  WS-POS-DEMAIS-FILIAIS      PIC 9(004) COMP VALUE 58.
       77  WS-MAX-FILIAIS             PIC 9(004) COMP VALUE 50.
       77  WS-QTDE-FILIAIS            PIC 9(004) COMP VALUE ZERO.
       77  WS-POS-ULTIMA-FILIAL       PIC 9(004) COMP VALUE ZERO.
       77  WS-SUB-GRUPO               PIC 9(004) COMP VALUE ZERO.
       77  WS-SUB-DESLOCA             PIC 9(004) COMP VALUE ZERO.
       77  WS-CHAVE-FILIAL            PIC X(010) VALUE SPACES.

      ******************************************************************
      * Apuracao da mediana: posicoes centrais da distribuicao (iguais
      * quando a quantidade e impar) e as idades nelas.
      ******************************************************************
       77  WS-IDADE-PERC              PIC 9(004) COMP VALUE ZERO.
       77  WS-ACUMULADO               PIC 9(007) COMP VALUE ZERO.
       77  WS-POS-MEDIANA-1           PIC 9(007) COMP VALUE ZERO.
       77  WS-POS-MEDIANA-2           PIC 9(007) COMP VALUE ZERO.
       77  WS-IDADE-MEDIANA-1         PIC 9(003) VALUE ZERO.
       77  WS-IDADE-MEDIANA-2         PIC 9(003) VALUE ZERO.
       77  WS-MEDIANA-1-ACHADA        PIC X(001) VALUE "N".
           88 WS-ACHOU-MEDIANA-1               VALUE "S".
       77  WS-MEDIANA-2-ACHADA        PIC X(001) VALUE "N".
           88 WS-ACHOU-MEDIANA-2               VALUE "S".
       77  WS-RESTO-DIVISAO           PIC 9(007) COMP VALUE ZERO.

       77  WS-IDADE-MEDIA             PIC 9(003)V9(01) VALUE ZERO.
       77  WS-IDADE-MEDIANA           PIC 9(003)V9(01) VALUE ZERO.
       77  WS-PCT-ACIMA-55            PIC 9(003)V9(01) VALUE ZERO.

       77  WS-CONT-LIDOS              PIC 9(007) COMP VALUE ZERO.
       77  WS-CONT-CONSIDERADOS       PIC 9(007) COMP VALUE ZERO.
       77  WS-CONT-SEM-IDADE          PIC 9(007) COMP VALUE ZERO.
       77  WS-CONT-SEM-SEXO           PIC 9(007) COMP VALUE ZERO.
       77  WS-CONT-SEM-MESTRE         PIC 9(007) COMP VALUE ZERO.
       77  WS-CONT-DEPENDENTES        PIC 9(007) COMP VALUE ZERO.
       77  WS-CONT-ESTATISTICAS       PIC 9(007) COMP VALUE ZERO.

       77  WS-QTDE-EDITADA            PIC ZZZ,ZZ9.

       01  WS-LINHA-PIRAMIDE.
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 WS-LPI-QTDE-MASC        PIC ZZZ,ZZ9.
           05 FILLER                  PIC X(001) VALUE SPACES.
           05 WS-LPI-BARRA-MASC       PIC X(050).
           05 FILLER                  PIC X(001) VALUE SPACES.
           05 WS-LPI-FAIXA            PIC X(007).
           05 FILLER                  PIC X(001) VALUE SPACES.
           05 WS-LPI-BARRA-FEM        PIC X(050).
           05 FILLER                  PIC X(001) VALUE SPACES.
           05 WS-LPI-QTDE-FEM         PIC ZZZ,ZZ9.
           05 FILLER                  PIC X(005) VALUE SPACES.

       01  WS-LINHA-ESTATISTICA.
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 WS-LES-GRUPO            PIC X(010).
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 WS-LES-QTDE             PIC ZZZ,ZZ9.
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 WS-LES-MASC             PIC ZZZ,ZZ9.
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 WS-LES-FEM              PIC ZZZ,ZZ9.
           05 FILLER                  PIC X(003) VALUE SPACES.
           05 WS-LES-MEDIA            PIC ZZ9.9.
           05 FILLER                  PIC X(003) VALUE SPACES.
           05 WS-LES-MEDIANA          PIC ZZ9.9.
           05 FILLER                  PIC X(005) VALUE SPACES.
           05 WS-LES-MAIS-NOVO        PIC ZZ9.
           05 FILLER                  PIC X(007) VALUE SPACES.
           05 WS-LES-MAIS-VELHO       PIC ZZ9.
           05 FILLER                  PIC X(003) VALUE SPACES.
           05 WS-LES-ACIMA-55         PIC ZZZ,ZZ9.
           05 FILLER                  PIC X(004) VALUE SPACES.
           05 WS-LES-PCT-ACIMA-55     PIC ZZ9.9.
           05 FILLER                  PIC X(040) VALUE SPACES.

       01  WS-LINHA-TITULO-PIRA.
           05 WS-TITULO-PIRA-TEXTO    PIC X(100).
           05 FILLER                  PIC X(032) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZACAO
              THRU 1000-INICIALIZACAO-EXIT.

           IF WS-HOUVE-ERRO-ABERTURA
              MOVE 16 TO RETURN-CODE
           ELSE
              IF WS-ORIGEM-EXTRATO
                 PERFORM 3500-VARRE-EXTRATO
                    THRU 3500-VARRE-EXTRATO-EXIT
              ELSE
                 PERFORM 3000-VARRE-MESTRE
                    THRU 3000-VARRE-MESTRE-EXIT
              END-IF
              PERFORM 5000-IMPRIME-PIRAMIDE
                 THRU 5000-IMPRIME-PIRAMIDE-EXIT
              PERFORM 6000-IMPRIME-ESTATISTICAS
                 THRU 6000-IMPRIME-ESTATISTICAS-EXIT
              PERFORM 7000-IMPRIME-TOTALIZACAO
                 THRU 7000-IMPRIME-TOTALIZACAO-EXIT
              IF WS-CONT-SEM-IDADE > ZERO
                 OR WS-CONT-SEM-MESTRE > ZERO
                 OR WS-CONT-CONSIDERADOS = ZERO
                 MOVE 4 TO RETURN-CODE
              END-IF
           END-IF.

           PERFORM 8000-FINALIZACAO
              THRU 8000-FINALIZACAO-EXIT.

           STOP RUN.

       1000-INICIALIZACAO.
           ACCEPT WS-DATA-PROCESSAMENTO-NUM FROM DATE YYYYMMDD.

           PERFORM 1400-LE-PARAMETROS
              THRU 1400-LE-PARAMETROS-EXIT.

           PERFORM 1500-MONTA-GRUPOS
              THRU 1500-MONTA-GRUPOS-EXIT.

           OPEN INPUT POPMSTR.
           IF WS-STATUS-POPMSTR NOT = "00"
              DISPLAY
                 "ERRO FATAL - FALHA AO ABRIR POPMSTR - STATUS "
                 WS-STATUS-POPMSTR
              SET WS-HOUVE-ERRO-ABERTURA TO TRUE
           END-IF.

           IF WS-ORIGEM-EXTRATO
              OPEN INPUT EXTRATO
              IF WS-STATUS-EXTRATO NOT = "00"
                 DISPLAY
                    "ERRO FATAL - FALHA AO ABRIR EXTRATO - STATUS "
                    WS-STATUS-EXTRATO
                 SET WS-HOUVE-ERRO-ABERTURA TO TRUE
              END-IF
           END-IF.

           OPEN OUTPUT PIRARPT.
           IF WS-STATUS-PIRARPT NOT = "00"
              DISPLAY
                 "ERRO FATAL - FALHA AO ABRIR PIRARPT - STATUS "
                 WS-STATUS-PIRARPT
              SET WS-HOUVE-ERRO-ABERTURA TO TRUE
           END-IF.

      *    PIRAEST e acumulativo: a primeira execucao cria o arquivo.
           OPEN EXTEND PIRAEST.
           IF WS-STATUS-PIRAEST NOT = "00"
              OPEN OUTPUT PIRAEST
           END-IF.
           IF WS-STATUS-PIRAEST NOT = "00"
              DISPLAY
                 "ERRO FATAL - FALHA AO ABRIR PIRAEST - STATUS "
                 WS-STATUS-PIRAEST
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
                       MOVE REG-PARAMETRO (10:8)
                          TO WS-DATA-PROCESSAMENTO
                    ELSE
                       DISPLAY "CARTAO DATA-REF IGNORADO - DATA NAO"
                          " NUMERICA: " REG-PARAMETRO (10:8)
                    END-IF
                 WHEN REG-PARAMETRO (1:14) = "ORIGEM=MESTRE "
                    SET WS-ORIGEM-MESTRE TO TRUE
                 WHEN REG-PARAMETRO (1:15) = "ORIGEM=EXTRATO "
                    SET WS-ORIGEM-EXTRATO TO TRUE
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
      * 1500-MONTA-GRUPOS - zera a piramide e os grupos e fixa as
      * chaves do total, dos departamentos da tabela, de OUTROS e de
      * DEMAIS filiais. As filiais entram em 3450 conforme aparecem.
      ******************************************************************
       1500-MONTA-GRUPOS.
           INITIALIZE WS-TABELA-PIRAMIDE.
           INITIALIZE WS-TABELA-GRUPOS.

           MOVE "T" TO WS-GRP-TIPO (WS-POS-TOTAL).
           MOVE "TOTAL" TO WS-GRP-CHAVE (WS-POS-TOTAL).

           PERFORM 1510-MONTA-DEPARTAMENTO
              THRU 1510-MONTA-DEPARTAMENTO-EXIT
              VARYING FXE-IDX-DEPTO FROM 1 BY 1
              UNTIL FXE-IDX-DEPTO > 5.

           MOVE "D" TO WS-GRP-TIPO (WS-POS-OUTROS-DEPTOS).
           MOVE "OUTROS" TO WS-GRP-CHAVE (WS-POS-OUTROS-DEPTOS).

           MOVE "F" TO WS-GRP-TIPO (WS-POS-DEMAIS-FILIAIS).
           MOVE "DEMAIS" TO WS-GRP-CHAVE (WS-POS-DEMAIS-FILIAIS).

           COMPUTE WS-POS-ULTIMA-FILIAL = WS-POS-PRIMEIRA-FILIAL - 1.
       1500-MONTA-GRUPOS-EXIT.
           EXIT.

       1510-MONTA-DEPARTAMENTO.
           SET WS-SUB-GRUPO TO FXE-IDX-DEPTO.
           ADD 1 TO WS-SUB-GRUPO.
           MOVE "D" TO WS-GRP-TIPO (WS-SUB-GRUPO).
           MOVE FXE-DEPTO (FXE-IDX-DEPTO)
              TO WS-GRP-CHAVE (WS-SUB-GRUPO).
       1510-MONTA-DEPARTAMENTO-EXIT.
           EXIT.

       3000-VARRE-MESTRE.
           MOVE ZERO TO FXE-MST-MATRICULA.
           START POPMSTR KEY IS NOT LESS THAN FXE-MST-MATRICULA.
           IF WS-STATUS-POPMSTR NOT = "00"
              SET WS-FIM-ARQ-MESTRE TO TRUE
           END-IF.

           PERFORM 3100-LE-PROXIMO-MESTRE
              THRU 3100-LE-PROXIMO-MESTRE-EXIT
              UNTIL WS-FIM-ARQ-MESTRE.
       3000-VARRE-MESTRE-EXIT.
           EXIT.

       3100-LE-PROXIMO-MESTRE.
           READ POPMSTR NEXT RECORD
              AT END
                 SET WS-FIM-ARQ-MESTRE TO TRUE
              NOT AT END
                 ADD 1 TO WS-CONT-LIDOS
                 PERFORM 3200-APURA-IDADE-MESTRE
                    THRU 3200-APURA-IDADE-MESTRE-EXIT
                 IF WS-TEM-IDADE-APURADA
                    MOVE FXE-MST-SEXO TO WS-PES-SEXO
                    MOVE FXE-MST-DEPARTAMENTO TO WS-PES-DEPARTAMENTO
                    MOVE FXE-MST-FILIAL TO WS-PES-FILIAL
                    PERFORM 4000-ACUMULA-PESSOA
                       THRU 4000-ACUMULA-PESSOA-EXIT
                 ELSE
                    ADD 1 TO WS-CONT-SEM-IDADE
                 END-IF
           END-READ.
       3100-LE-PROXIMO-MESTRE-EXIT.
           EXIT.

      ******************************************************************
      * 3200-APURA-IDADE-MESTRE - a idade que a classificacao daria ao
      * registro na data de referencia: derivada da data de
      * nascimento quando ela passa na regra do lote, senao a idade
      * cadastrada. Idade nao numerica ou acima de 120 (o que a
      * classificacao rejeita) deixa a pessoa fora das estatisticas.
      ******************************************************************
       3200-APURA-IDADE-MESTRE.
           MOVE "N" TO WS-IDADE-APURADA.
           MOVE FXE-MST-DATA-NASC TO WS-DATA-NASC-ALFA.
           MOVE FXE-MST-IDADE TO WS-IDADE-ALFA.

           IF WS-DATA-NASC-ALFA IS NUMERIC
              MOVE WS-DATA-NASC-ALFA TO WS-DATA-NASC-NUM
              IF WS-NASC-MES >= 01 AND WS-NASC-MES <= 12
                 AND WS-NASC-DIA >= 01 AND WS-NASC-DIA <= 31
                 AND WS-NASC-ANO >= 1850
                 AND WS-DATA-NASC-NUM <= WS-DATA-PROCESSAMENTO-NUM
                 COMPUTE WS-PES-IDADE = WS-PROC-ANO - WS-NASC-ANO
                 IF WS-PROC-MMDD < WS-NASC-MMDD
                    SUBTRACT 1 FROM WS-PES-IDADE
                 END-IF
                 IF WS-PES-IDADE NOT > 120
                    SET WS-TEM-IDADE-APURADA TO TRUE
                 END-IF
                 GO TO 3200-APURA-IDADE-MESTRE-EXIT
              END-IF
           END-IF.

           IF WS-IDADE-ALFA IS NUMERIC
              IF FXE-MST-IDADE NOT > 120
                 MOVE FXE-MST-IDADE TO WS-PES-IDADE
                 SET WS-TEM-IDADE-APURADA TO TRUE
              END-IF
           END-IF.
       3200-APURA-IDADE-MESTRE-EXIT.
           EXIT.

       3500-VARRE-EXTRATO.
           PERFORM 3510-LE-PROXIMO-EXTRATO
              THRU 3510-LE-PROXIMO-EXTRATO-EXIT
              UNTIL WS-FIM-ARQ-EXTRATO.
       3500-VARRE-EXTRATO-EXIT.
           EXIT.

      ******************************************************************
      * 3510-LE-PROXIMO-EXTRATO - titular do EXTRATO: a idade e a
      * filial sao as da classificacao da noite; sexo e departamento
      * vem do POPMSTR pela matricula. Titular sem registro no mestre
      * (excluido depois da classificacao) fica fora e e contado.
      ******************************************************************
       3510-LE-PROXIMO-EXTRATO.
           READ EXTRATO INTO FXE-REGISTRO-EXTRATO
              AT END
                 SET WS-FIM-ARQ-EXTRATO TO TRUE
                 GO TO 3510-LE-PROXIMO-EXTRATO-EXIT
           END-READ.

           ADD 1 TO WS-CONT-LIDOS.
           IF FXE-EXT-DEPENDENTE
              ADD 1 TO WS-CONT-DEPENDENTES
              GO TO 3510-LE-PROXIMO-EXTRATO-EXIT
           END-IF.

           MOVE FXE-EXT-IDADE TO WS-IDADE-ALFA.
           IF WS-IDADE-ALFA IS NOT NUMERIC
              OR FXE-EXT-IDADE > 120
              ADD 1 TO WS-CONT-SEM-IDADE
              GO TO 3510-LE-PROXIMO-EXTRATO-EXIT
           END-IF.

           MOVE FXE-EXT-MATRICULA TO FXE-MST-MATRICULA.
           READ POPMSTR.
           IF WS-STATUS-POPMSTR NOT = "00"
              ADD 1 TO WS-CONT-SEM-MESTRE
              GO TO 3510-LE-PROXIMO-EXTRATO-EXIT
           END-IF.

           MOVE FXE-EXT-IDADE TO WS-PES-IDADE.
           MOVE FXE-MST-SEXO TO WS-PES-SEXO.
           MOVE FXE-MST-DEPARTAMENTO TO WS-PES-DEPARTAMENTO.
           MOVE FXE-EXT-FILIAL TO WS-PES-FILIAL.
           PERFORM 4000-ACUMULA-PESSOA
              THRU 4000-ACUMULA-PESSOA-EXIT.
       3510-LE-PROXIMO-EXTRATO-EXIT.
           EXIT.

      ******************************************************************
      * 4000-ACUMULA-PESSOA - soma a pessoa corrente na faixa da
      * piramide e nos grupos total, departamento e filial.
      ******************************************************************
       4000-ACUMULA-PESSOA.
           ADD 1 TO WS-CONT-CONSIDERADOS.

           COMPUTE WS-SUB-FAIXA = WS-PES-IDADE / 5.
           ADD 1 TO WS-SUB-FAIXA.
           IF WS-SUB-FAIXA > WS-QTDE-FAIXAS-PIRAMIDE
              MOVE WS-QTDE-FAIXAS-PIRAMIDE TO WS-SUB-FAIXA
           END-IF.

           EVALUATE TRUE
              WHEN WS-PES-MASCULINO
                 ADD 1 TO WS-PIR-MASC (WS-SUB-FAIXA)
              WHEN WS-PES-FEMININO
                 ADD 1 TO WS-PIR-FEM (WS-SUB-FAIXA)
              WHEN OTHER
                 ADD 1 TO WS-CONT-SEM-SEXO
           END-EVALUATE.

           MOVE WS-POS-TOTAL TO WS-SUB-GRUPO.
           PERFORM 4100-ACUMULA-GRUPO
              THRU 4100-ACUMULA-GRUPO-EXIT.

           SET FXE-IDX-DEPTO TO 1.
           SEARCH FXE-DEPTO
              AT END
                 MOVE WS-POS-OUTROS-DEPTOS TO WS-SUB-GRUPO
              WHEN WS-PES-DEPARTAMENTO = FXE-DEPTO (FXE-IDX-DEPTO)
                 SET WS-SUB-GRUPO TO FXE-IDX-DEPTO
                 ADD 1 TO WS-SUB-GRUPO
           END-SEARCH.
           PERFORM 4100-ACUMULA-GRUPO
              THRU 4100-ACUMULA-GRUPO-EXIT.

           PERFORM 4500-LOCALIZA-FILIAL
              THRU 4500-LOCALIZA-FILIAL-EXIT.
           PERFORM 4100-ACUMULA-GRUPO
              THRU 4100-ACUMULA-GRUPO-EXIT.
       4000-ACUMULA-PESSOA-EXIT.
           EXIT.

       4100-ACUMULA-GRUPO.
           IF WS-GRP-QTDE (WS-SUB-GRUPO) = ZERO
              OR WS-PES-IDADE < WS-GRP-MAIS-NOVO (WS-SUB-GRUPO)
              MOVE WS-PES-IDADE TO WS-GRP-MAIS-NOVO (WS-SUB-GRUPO)
           END-IF.
           IF WS-PES-IDADE > WS-GRP-MAIS-VELHO (WS-SUB-GRUPO)
              MOVE WS-PES-IDADE TO WS-GRP-MAIS-VELHO (WS-SUB-GRUPO)
           END-IF.

           ADD 1 TO WS-GRP-QTDE (WS-SUB-GRUPO).
           ADD WS-PES-IDADE TO WS-GRP-SOMA-IDADES (WS-SUB-GRUPO).
           ADD 1 TO WS-GRP-QTDE-IDADE (WS-SUB-GRUPO, WS-PES-IDADE + 1).

           IF WS-PES-MASCULINO
              ADD 1 TO WS-GRP-MASC (WS-SUB-GRUPO)
           END-IF.
           IF WS-PES-FEMININO
              ADD 1 TO WS-GRP-FEM (WS-SUB-GRUPO)
           END-IF.
           IF WS-PES-IDADE > 55
              ADD 1 TO WS-GRP-ACIMA-55 (WS-SUB-GRUPO)
           END-IF.
       4100-ACUMULA-GRUPO-EXIT.
           EXIT.

      ******************************************************************
      * 4500-LOCALIZA-FILIAL - posiciona WS-SUB-GRUPO no grupo da
      * filial da pessoa. As filiais ficam em ordem de codigo: a busca
      * para na primeira chave nao menor; se nao for a procurada, a
      * filial nova e inserida ali, deslocando as seguintes uma
      * posicao. Com as 50 posicoes ocupadas, filial nova vai para
      * DEMAIS.
      ******************************************************************
       4500-LOCALIZA-FILIAL.
           MOVE SPACES TO WS-CHAVE-FILIAL.
           MOVE WS-PES-FILIAL TO WS-CHAVE-FILIAL.
           MOVE WS-POS-PRIMEIRA-FILIAL TO WS-SUB-GRUPO.

           PERFORM 4510-AVANCA-FILIAL
              THRU 4510-AVANCA-FILIAL-EXIT
              UNTIL WS-SUB-GRUPO > WS-POS-ULTIMA-FILIAL
                 OR WS-GRP-CHAVE (WS-SUB-GRUPO) NOT < WS-CHAVE-FILIAL.

           IF WS-SUB-GRUPO NOT > WS-POS-ULTIMA-FILIAL
              IF WS-GRP-CHAVE (WS-SUB-GRUPO) = WS-CHAVE-FILIAL
                 GO TO 4500-LOCALIZA-FILIAL-EXIT
              END-IF
           END-IF.

           IF WS-QTDE-FILIAIS NOT < WS-MAX-FILIAIS
              MOVE WS-POS-DEMAIS-FILIAIS TO WS-SUB-GRUPO
              GO TO 4500-LOCALIZA-FILIAL-EXIT
           END-IF.

           PERFORM 4520-DESLOCA-FILIAL
              THRU 4520-DESLOCA-FILIAL-EXIT
              VARYING WS-SUB-DESLOCA FROM WS-POS-ULTIMA-FILIAL BY -1
              UNTIL WS-SUB-DESLOCA < WS-SUB-GRUPO.

           INITIALIZE WS-GRUPO (WS-SUB-GRUPO).
           MOVE "F" TO WS-GRP-TIPO (WS-SUB-GRUPO).
           MOVE WS-CHAVE-FILIAL TO WS-GRP-CHAVE (WS-SUB-GRUPO).
           ADD 1 TO WS-QTDE-FILIAIS.
           ADD 1 TO WS-POS-ULTIMA-FILIAL.
       4500-LOCALIZA-FILIAL-EXIT.
           EXIT.

       4510-AVANCA-FILIAL.
           ADD 1 TO WS-SUB-GRUPO.
       4510-AVANCA-FILIAL-EXIT.
           EXIT.

       4520-DESLOCA-FILIAL.
           MOVE WS-GRUPO (WS-SUB-DESLOCA)
              TO WS-GRUPO (WS-SUB-DESLOCA + 1).
       4520-DESLOCA-FILIAL-EXIT.
           EXIT.

      ******************************************************************
      * 5000-IMPRIME-PIRAMIDE - uma linha por faixa, da mais velha
      * para a mais nova. As barras sao proporcionais a maior
      * quantidade entre todas as faixas dos dois sexos, que ocupa as
      * 50 posicoes; faixa com gente nunca fica sem barra.
      ******************************************************************
       5000-IMPRIME-PIRAMIDE.
           MOVE SPACES TO WS-LINHA-TITULO-PIRA.
           MOVE "PIRAMIDE ETARIA DOS TITULARES - FAIXAS DE 5 ANOS"
              TO WS-TITULO-PIRA-TEXTO.
           WRITE REG-RELATORIO-PIRA FROM WS-LINHA-TITULO-PIRA.

           MOVE SPACES TO WS-LINHA-TITULO-PIRA.
           IF WS-ORIGEM-EXTRATO
              STRING "DATA DE REFERENCIA: " WS-DATA-PROCESSAMENTO
                 "   ORIGEM: EXTRATO DA NOITE CRUZADO COM POPMSTR"
                 DELIMITED BY SIZE INTO WS-TITULO-PIRA-TEXTO
           ELSE
              STRING "DATA DE REFERENCIA: " WS-DATA-PROCESSAMENTO
                 "   ORIGEM: CADASTRO MESTRE POPMSTR"
                 DELIMITED BY SIZE INTO WS-TITULO-PIRA-TEXTO
           END-IF.
           WRITE REG-RELATORIO-PIRA FROM WS-LINHA-TITULO-PIRA.

           MOVE SPACES TO WS-LINHA-TITULO-PIRA.
           WRITE REG-RELATORIO-PIRA FROM WS-LINHA-TITULO-PIRA.

           MOVE ZERO TO WS-PIR-MAIOR.
           PERFORM 5010-APURA-MAIOR-FAIXA
              THRU 5010-APURA-MAIOR-FAIXA-EXIT
              VARYING WS-SUB-FAIXA FROM 1 BY 1
              UNTIL WS-SUB-FAIXA > WS-QTDE-FAIXAS-PIRAMIDE.

           MOVE SPACES TO WS-LINHA-PIRAMIDE.
           MOVE "HOMENS" TO WS-LPI-BARRA-MASC (45:6).
           MOVE " IDADE" TO WS-LPI-FAIXA.
           MOVE "MULHERES" TO WS-LPI-BARRA-FEM.
           WRITE REG-RELATORIO-PIRA FROM WS-LINHA-PIRAMIDE.

           PERFORM 5100-IMPRIME-FAIXA
              THRU 5100-IMPRIME-FAIXA-EXIT
              VARYING WS-SUB-FAIXA FROM WS-QTDE-FAIXAS-PIRAMIDE BY -1
              UNTIL WS-SUB-FAIXA < 1.

           MOVE SPACES TO WS-LINHA-PIRAMIDE.
           MOVE WS-GRP-MASC (WS-POS-TOTAL) TO WS-LPI-QTDE-MASC.
           MOVE " TOTAL" TO WS-LPI-FAIXA.
           MOVE WS-GRP-FEM (WS-POS-TOTAL) TO WS-LPI-QTDE-FEM.
           WRITE REG-RELATORIO-PIRA FROM WS-LINHA-PIRAMIDE.

           MOVE SPACES TO WS-LINHA-TITULO-PIRA.
           MOVE WS-PIR-MAIOR TO WS-QTDE-EDITADA.
           STRING "ESCALA: BARRA CHEIA (50 POSICOES) = "
              WS-QTDE-EDITADA " PESSOAS"
              DELIMITED BY SIZE INTO WS-TITULO-PIRA-TEXTO.
           WRITE REG-RELATORIO-PIRA FROM WS-LINHA-TITULO-PIRA.
       5000-IMPRIME-PIRAMIDE-EXIT.
           EXIT.

       5010-APURA-MAIOR-FAIXA.
           IF WS-PIR-MASC (WS-SUB-FAIXA) > WS-PIR-MAIOR
              MOVE WS-PIR-MASC (WS-SUB-FAIXA) TO WS-PIR-MAIOR
           END-IF.
           IF WS-PIR-FEM (WS-SUB-FAIXA) > WS-PIR-MAIOR
              MOVE WS-PIR-FEM (WS-SUB-FAIXA) TO WS-PIR-MAIOR
           END-IF.
       5010-APURA-MAIOR-FAIXA-EXIT.
           EXIT.

      ******************************************************************
      * 5100-IMPRIME-FAIXA - a barra dos homens cresce para a esquerda
      * a partir do rotulo da faixa, a das mulheres para a direita.
      * Grava tambem o registro tipo P da faixa em PIRAEST.
      ******************************************************************
       5100-IMPRIME-FAIXA.
           MOVE SPACES TO WS-LINHA-PIRAMIDE.
           COMPUTE WS-IDADE-INICIO-FAIXA = (WS-SUB-FAIXA - 1) * 5.
           COMPUTE WS-IDADE-FIM-FAIXA = WS-IDADE-INICIO-FAIXA + 4.
           IF WS-SUB-FAIXA = WS-QTDE-FAIXAS-PIRAMIDE
              MOVE " 100+" TO WS-LPI-FAIXA
           ELSE
              MOVE WS-IDADE-INICIO-FAIXA TO WS-IDADE-FAIXA-EDITADA
              MOVE WS-IDADE-FAIXA-EDITADA TO WS-LPI-FAIXA (2:2)
              MOVE "-" TO WS-LPI-FAIXA (4:1)
              MOVE WS-IDADE-FIM-FAIXA TO WS-IDADE-FAIXA-EDITADA
              MOVE WS-IDADE-FAIXA-EDITADA TO WS-LPI-FAIXA (5:2)
           END-IF.

           MOVE WS-PIR-MASC (WS-SUB-FAIXA) TO WS-LPI-QTDE-MASC.
           MOVE WS-PIR-FEM (WS-SUB-FAIXA) TO WS-LPI-QTDE-FEM.

           IF WS-PIR-MASC (WS-SUB-FAIXA) > ZERO
              COMPUTE WS-TAM-BARRA ROUNDED =
                 WS-PIR-MASC (WS-SUB-FAIXA) * 50 / WS-PIR-MAIOR
              IF WS-TAM-BARRA = ZERO
                 MOVE 1 TO WS-TAM-BARRA
              END-IF
              COMPUTE WS-POS-BARRA = 51 - WS-TAM-BARRA
              MOVE WS-BARRA-CHEIA (1:WS-TAM-BARRA)
                 TO WS-LPI-BARRA-MASC (WS-POS-BARRA:WS-TAM-BARRA)
           END-IF.

           IF WS-PIR-FEM (WS-SUB-FAIXA) > ZERO
              COMPUTE WS-TAM-BARRA ROUNDED =
                 WS-PIR-FEM (WS-SUB-FAIXA) * 50 / WS-PIR-MAIOR
              IF WS-TAM-BARRA = ZERO
                 MOVE 1 TO WS-TAM-BARRA
              END-IF
              MOVE WS-BARRA-CHEIA (1:WS-TAM-BARRA)
                 TO WS-LPI-BARRA-FEM (1:WS-TAM-BARRA)
           END-IF.

           WRITE REG-RELATORIO-PIRA FROM WS-LINHA-PIRAMIDE.

           MOVE SPACES TO FXE-REGISTRO-ESTATISTICA.
           MOVE WS-DATA-PROCESSAMENTO TO FXE-PIR-DATA-REF.
           SET FXE-PIR-FAIXA-PIRAMIDE TO TRUE.
           MOVE WS-LPI-FAIXA (2:5) TO FXE-PIR-CHAVE.
           COMPUTE FXE-PIR-QTDE = WS-PIR-MASC (WS-SUB-FAIXA)
              + WS-PIR-FEM (WS-SUB-FAIXA).
           MOVE WS-PIR-MASC (WS-SUB-FAIXA) TO FXE-PIR-QTDE-MASC.
           MOVE WS-PIR-FEM (WS-SUB-FAIXA) TO FXE-PIR-QTDE-FEM.
           MOVE ZERO TO FXE-PIR-IDADE-MEDIA FXE-PIR-IDADE-MEDIANA
              FXE-PIR-IDADE-MINIMA FXE-PIR-IDADE-MAXIMA
              FXE-PIR-QTDE-ACIMA-55 FXE-PIR-PCT-ACIMA-55.
           PERFORM 6900-GRAVA-ESTATISTICA
              THRU 6900-GRAVA-ESTATISTICA-EXIT.
       5100-IMPRIME-FAIXA-EXIT.
           EXIT.

      ******************************************************************
      * 6000-IMPRIME-ESTATISTICAS - tabela por departamento (os da
      * FXDEPTO sempre, OUTROS so com populacao), por filial (em
      * ordem de codigo, DEMAIS so com populacao) e a linha do total.
      ******************************************************************
       6000-IMPRIME-ESTATISTICAS.
           MOVE SPACES TO WS-LINHA-TITULO-PIRA.
           WRITE REG-RELATORIO-PIRA FROM WS-LINHA-TITULO-PIRA.
           MOVE "ESTATISTICA DE IDADE POR DEPARTAMENTO" TO
              WS-TITULO-PIRA-TEXTO.
           WRITE REG-RELATORIO-PIRA FROM WS-LINHA-TITULO-PIRA.
           PERFORM 6010-IMPRIME-CABECALHO-GRUPO
              THRU 6010-IMPRIME-CABECALHO-GRUPO-EXIT.

           PERFORM 6100-IMPRIME-GRUPO
              THRU 6100-IMPRIME-GRUPO-EXIT
              VARYING WS-SUB-GRUPO FROM 2 BY 1
              UNTIL WS-SUB-GRUPO NOT < WS-POS-OUTROS-DEPTOS.
           IF WS-GRP-QTDE (WS-POS-OUTROS-DEPTOS) > ZERO
              MOVE WS-POS-OUTROS-DEPTOS TO WS-SUB-GRUPO
              PERFORM 6100-IMPRIME-GRUPO
                 THRU 6100-IMPRIME-GRUPO-EXIT
           END-IF.

           MOVE SPACES TO WS-LINHA-TITULO-PIRA.
           WRITE REG-RELATORIO-PIRA FROM WS-LINHA-TITULO-PIRA.
           MOVE "ESTATISTICA DE IDADE POR FILIAL" TO
              WS-TITULO-PIRA-TEXTO.
           WRITE REG-RELATORIO-PIRA FROM WS-LINHA-TITULO-PIRA.
           PERFORM 6010-IMPRIME-CABECALHO-GRUPO
              THRU 6010-IMPRIME-CABECALHO-GRUPO-EXIT.

           PERFORM 6100-IMPRIME-GRUPO
              THRU 6100-IMPRIME-GRUPO-EXIT
              VARYING WS-SUB-GRUPO FROM WS-POS-PRIMEIRA-FILIAL BY 1
              UNTIL WS-SUB-GRUPO > WS-POS-ULTIMA-FILIAL.
           IF WS-GRP-QTDE (WS-POS-DEMAIS-FILIAIS) > ZERO
              MOVE WS-POS-DEMAIS-FILIAIS TO WS-SUB-GRUPO
              PERFORM 6100-IMPRIME-GRUPO
                 THRU 6100-IMPRIME-GRUPO-EXIT
           END-IF.

           MOVE SPACES TO WS-LINHA-TITULO-PIRA.
           WRITE REG-RELATORIO-PIRA FROM WS-LINHA-TITULO-PIRA.
           MOVE WS-POS-TOTAL TO WS-SUB-GRUPO.
           PERFORM 6100-IMPRIME-GRUPO
              THRU 6100-IMPRIME-GRUPO-EXIT.
       6000-IMPRIME-ESTATISTICAS-EXIT.
           EXIT.

       6010-IMPRIME-CABECALHO-GRUPO.
           MOVE SPACES TO WS-LINHA-TITULO-PIRA.
           STRING "  GRUPO          QTDE   HOMENS MULHERES   MEDIA"
              " MEDIANA   MENOR     MAIOR  ACIMA 55    % >55"
              DELIMITED BY SIZE INTO WS-TITULO-PIRA-TEXTO.
           WRITE REG-RELATORIO-PIRA FROM WS-LINHA-TITULO-PIRA.
       6010-IMPRIME-CABECALHO-GRUPO-EXIT.
           EXIT.

      ******************************************************************
      * 6100-IMPRIME-GRUPO - medidas do grupo WS-SUB-GRUPO: media e
      * percentual arredondados a uma decimal; grupo sem populacao
      * sai com as medidas zeradas. Grava o registro D/F/T em PIRAEST.
      ******************************************************************
       6100-IMPRIME-GRUPO.
           MOVE ZERO TO WS-IDADE-MEDIA WS-IDADE-MEDIANA
              WS-PCT-ACIMA-55.
           IF WS-GRP-QTDE (WS-SUB-GRUPO) > ZERO
              COMPUTE WS-IDADE-MEDIA ROUNDED =
                 WS-GRP-SOMA-IDADES (WS-SUB-GRUPO)
                 / WS-GRP-QTDE (WS-SUB-GRUPO)
              COMPUTE WS-PCT-ACIMA-55 ROUNDED =
                 WS-GRP-ACIMA-55 (WS-SUB-GRUPO) * 100
                 / WS-GRP-QTDE (WS-SUB-GRUPO)
              PERFORM 6200-CALCULA-MEDIANA
                 THRU 6200-CALCULA-MEDIANA-EXIT
           END-IF.

           MOVE SPACES TO WS-LINHA-ESTATISTICA.
           IF WS-GRP-TIPO (WS-SUB-GRUPO) = "F"
              AND WS-GRP-CHAVE (WS-SUB-GRUPO) = SPACES
              MOVE "EM BRANCO" TO WS-LES-GRUPO
           ELSE
              MOVE WS-GRP-CHAVE (WS-SUB-GRUPO) TO WS-LES-GRUPO
           END-IF.
           MOVE WS-GRP-QTDE (WS-SUB-GRUPO) TO WS-LES-QTDE.
           MOVE WS-GRP-MASC (WS-SUB-GRUPO) TO WS-LES-MASC.
           MOVE WS-GRP-FEM (WS-SUB-GRUPO) TO WS-LES-FEM.
           MOVE WS-IDADE-MEDIA TO WS-LES-MEDIA.
           MOVE WS-IDADE-MEDIANA TO WS-LES-MEDIANA.
           MOVE WS-GRP-MAIS-NOVO (WS-SUB-GRUPO) TO WS-LES-MAIS-NOVO.
           MOVE WS-GRP-MAIS-VELHO (WS-SUB-GRUPO) TO WS-LES-MAIS-VELHO.
           MOVE WS-GRP-ACIMA-55 (WS-SUB-GRUPO) TO WS-LES-ACIMA-55.
           MOVE WS-PCT-ACIMA-55 TO WS-LES-PCT-ACIMA-55.
           WRITE REG-RELATORIO-PIRA FROM WS-LINHA-ESTATISTICA.

           MOVE SPACES TO FXE-REGISTRO-ESTATISTICA.
           MOVE WS-DATA-PROCESSAMENTO TO FXE-PIR-DATA-REF.
           MOVE WS-GRP-TIPO (WS-SUB-GRUPO) TO FXE-PIR-TIPO.
           MOVE WS-GRP-CHAVE (WS-SUB-GRUPO) TO FXE-PIR-CHAVE.
           MOVE WS-GRP-QTDE (WS-SUB-GRUPO) TO FXE-PIR-QTDE.
           MOVE WS-GRP-MASC (WS-SUB-GRUPO) TO FXE-PIR-QTDE-MASC.
           MOVE WS-GRP-FEM (WS-SUB-GRUPO) TO FXE-PIR-QTDE-FEM.
           MOVE WS-IDADE-MEDIA TO FXE-PIR-IDADE-MEDIA.
           MOVE WS-IDADE-MEDIANA TO FXE-PIR-IDADE-MEDIANA.
           MOVE WS-GRP-MAIS-NOVO (WS-SUB-GRUPO)
              TO FXE-PIR-IDADE-MINIMA.
           MOVE WS-GRP-MAIS-VELHO (WS-SUB-GRUPO)
              TO FXE-PIR-IDADE-MAXIMA.
           MOVE WS-GRP-ACIMA-55 (WS-SUB-GRUPO)
              TO FXE-PIR-QTDE-ACIMA-55.
           MOVE WS-PCT-ACIMA-55 TO FXE-PIR-PCT-ACIMA-55.
           PERFORM 6900-GRAVA-ESTATISTICA
              THRU 6900-GRAVA-ESTATISTICA-EXIT.
       6100-IMPRIME-GRUPO-EXIT.
           EXIT.

      ******************************************************************
      * 6200-CALCULA-MEDIANA - percorre a distribuicao por idade do
      * grupo acumulando as quantidades ate as posicoes centrais:
      * quantidade impar, a posicao (N+1)/2; par, a media das idades
      * nas posicoes N/2 e N/2+1.
      ******************************************************************
       6200-CALCULA-MEDIANA.
           DIVIDE WS-GRP-QTDE (WS-SUB-GRUPO) BY 2
              GIVING WS-POS-MEDIANA-1 REMAINDER WS-RESTO-DIVISAO.
           IF WS-RESTO-DIVISAO = ZERO
              COMPUTE WS-POS-MEDIANA-2 = WS-POS-MEDIANA-1 + 1
           ELSE
              ADD 1 TO WS-POS-MEDIANA-1
              MOVE WS-POS-MEDIANA-1 TO WS-POS-MEDIANA-2
           END-IF.

           MOVE ZERO TO WS-ACUMULADO.
           MOVE "N" TO WS-MEDIANA-1-ACHADA.
           MOVE "N" TO WS-MEDIANA-2-ACHADA.
           PERFORM 6210-PERCORRE-IDADE
              THRU 6210-PERCORRE-IDADE-EXIT
              VARYING WS-IDADE-PERC FROM 0 BY 1
              UNTIL WS-IDADE-PERC > 120
                 OR WS-ACHOU-MEDIANA-2.

           COMPUTE WS-IDADE-MEDIANA ROUNDED =
              (WS-IDADE-MEDIANA-1 + WS-IDADE-MEDIANA-2) / 2.
       6200-CALCULA-MEDIANA-EXIT.
           EXIT.

       6210-PERCORRE-IDADE.
           ADD WS-GRP-QTDE-IDADE (WS-SUB-GRUPO, WS-IDADE-PERC + 1)
              TO WS-ACUMULADO.
           IF NOT WS-ACHOU-MEDIANA-1
              AND WS-ACUMULADO NOT < WS-POS-MEDIANA-1
              MOVE WS-IDADE-PERC TO WS-IDADE-MEDIANA-1
              SET WS-ACHOU-MEDIANA-1 TO TRUE
           END-IF.
           IF WS-ACUMULADO NOT < WS-POS-MEDIANA-2
              MOVE WS-IDADE-PERC TO WS-IDADE-MEDIANA-2
              SET WS-ACHOU-MEDIANA-2 TO TRUE
           END-IF.
       6210-PERCORRE-IDADE-EXIT.
           EXIT.

       6900-GRAVA-ESTATISTICA.
           WRITE REG-ESTATISTICA FROM FXE-REGISTRO-ESTATISTICA.
           IF WS-STATUS-PIRAEST = "00"
              ADD 1 TO WS-CONT-ESTATISTICAS
           ELSE
              DISPLAY
                 "AVISO - FALHA AO GRAVAR PIRAEST - STATUS "
                 WS-STATUS-PIRAEST
           END-IF.
       6900-GRAVA-ESTATISTICA-EXIT.
           EXIT.

       7000-IMPRIME-TOTALIZACAO.
           MOVE SPACES TO WS-LINHA-TITULO-PIRA.
           WRITE REG-RELATORIO-PIRA FROM WS-LINHA-TITULO-PIRA.

           MOVE "REGISTROS LIDOS.................: " TO
              WS-TITULO-PIRA-TEXTO.
           MOVE WS-CONT-LIDOS TO WS-QTDE-EDITADA.
           MOVE WS-QTDE-EDITADA TO WS-TITULO-PIRA-TEXTO (36:7).
           WRITE REG-RELATORIO-PIRA FROM WS-LINHA-TITULO-PIRA.

           IF WS-ORIGEM-EXTRATO
              MOVE SPACES TO WS-LINHA-TITULO-PIRA
              MOVE "DEPENDENTES IGNORADOS...........: " TO
                 WS-TITULO-PIRA-TEXTO
              MOVE WS-CONT-DEPENDENTES TO WS-QTDE-EDITADA
              MOVE WS-QTDE-EDITADA TO WS-TITULO-PIRA-TEXTO (36:7)
              WRITE REG-RELATORIO-PIRA FROM WS-LINHA-TITULO-PIRA

              MOVE SPACES TO WS-LINHA-TITULO-PIRA
              MOVE "TITULARES SEM REGISTRO NO MESTRE: " TO
                 WS-TITULO-PIRA-TEXTO
              MOVE WS-CONT-SEM-MESTRE TO WS-QTDE-EDITADA
              MOVE WS-QTDE-EDITADA TO WS-TITULO-PIRA-TEXTO (36:7)
              WRITE REG-RELATORIO-PIRA FROM WS-LINHA-TITULO-PIRA
           END-IF.

           MOVE SPACES TO WS-LINHA-TITULO-PIRA.
           MOVE "SEM IDADE APURAVEL (FORA).......: " TO
              WS-TITULO-PIRA-TEXTO.
           MOVE WS-CONT-SEM-IDADE TO WS-QTDE-EDITADA.
           MOVE WS-QTDE-EDITADA TO WS-TITULO-PIRA-TEXTO (36:7).
           WRITE REG-RELATORIO-PIRA FROM WS-LINHA-TITULO-PIRA.

           MOVE SPACES TO WS-LINHA-TITULO-PIRA.
           MOVE "PESSOAS NAS ESTATISTICAS........: " TO
              WS-TITULO-PIRA-TEXTO.
           MOVE WS-CONT-CONSIDERADOS TO WS-QTDE-EDITADA.
           MOVE WS-QTDE-EDITADA TO WS-TITULO-PIRA-TEXTO (36:7).
           WRITE REG-RELATORIO-PIRA FROM WS-LINHA-TITULO-PIRA.

           MOVE SPACES TO WS-LINHA-TITULO-PIRA.
           MOVE "  DAS QUAIS FORA DA PIRAMIDE....: " TO
              WS-TITULO-PIRA-TEXTO.
           MOVE WS-CONT-SEM-SEXO TO WS-QTDE-EDITADA.
           MOVE WS-QTDE-EDITADA TO WS-TITULO-PIRA-TEXTO (36:7).
           MOVE "(SEXO FORA DE M/F)" TO WS-TITULO-PIRA-TEXTO (45:18).
           WRITE REG-RELATORIO-PIRA FROM WS-LINHA-TITULO-PIRA.

           MOVE SPACES TO WS-LINHA-TITULO-PIRA.
           MOVE "REGISTROS GRAVADOS EM PIRAEST...: " TO
              WS-TITULO-PIRA-TEXTO.
           MOVE WS-CONT-ESTATISTICAS TO WS-QTDE-EDITADA.
           MOVE WS-QTDE-EDITADA TO WS-TITULO-PIRA-TEXTO (36:7).
           WRITE REG-RELATORIO-PIRA FROM WS-LINHA-TITULO-PIRA.
       7000-IMPRIME-TOTALIZACAO-EXIT.
           EXIT.

       8000-FINALIZACAO.
           CLOSE POPMSTR.
           IF WS-ORIGEM-EXTRATO
              CLOSE EXTRATO
           END-IF.
           CLOSE PIRARPT.
           CLOSE PIRAEST.
       8000-FINALIZACAO-EXIT.
           EXIT.

       END PROGRAM POPPIRAM.

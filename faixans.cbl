      ******************************************************************
      * Author:
      * Date:
      * Purpose: verificacao das regras da ANS para a precificacao por
      *          faixa etaria, sobre o par CANDIDATO de tabelas
      *          FAIXACTL/TARIFCTL antes de qualquer mudanca de faixa
      *          ou de tarifa entrar em producao. As duas tabelas sao
      *          carregadas com a mesma disciplina da classificacao e
      *          da precificacao (linha invalida ignorada com aviso) e
      *          conferidas regra a regra:
      *            1 - as dez faixas fixas, na ordem, terminando em
      *                59 anos ou mais;
      *            2 - uma tarifa positiva, e so uma, para cada faixa;
      *            3 - tarifa da ultima faixa ate 6 vezes a da
      *                primeira;
      *            4 - variacao acumulada da 7a para a 10a faixa nao
      *                maior que a da 1a para a 7a;
      *            5 - nenhuma variacao negativa entre faixas vizinhas.
      *          Imprime em ANSRPT a tabela candidata com as variacoes
      *          faixa a faixa, o resultado de cada regra com as
      *          razoes calculadas e o veredito. RETURN-CODE 8 em
      *          qualquer regra violada, para o escalonador bloquear a
      *          publicacao das tabelas; 4 quando so ha avisos (linha
      *          ignorada, tarifa sem faixa); 16 se um dos arquivos nao
      *          abrir. Substitui a conferencia em planilha que a
      *          atuaria fazia depois da mudanca ja publicada.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAIXANS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FAIXACTL ASSIGN TO "FAIXACTL"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-FAIXACTL.

           SELECT TARIFCTL ASSIGN TO "TARIFCTL"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-TARIFCTL.

           SELECT ANSRPT ASSIGN TO "ANSRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-ANSRPT.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * FAIXACTL e TARIFCTL candidatos - mesmo layout dos arquivos de
      * producao (copybooks FXFAIXA e FXETAR), com visao alfanumerica
      * para criticar os campos numericos antes de aceitar a linha.
      ******************************************************************
       FD  FAIXACTL
           RECORDING MODE IS F.
       01  REG-CONTROLE-FAIXA         PIC X(028).

       01  REG-CONTROLE-FAIXA-ALFA REDEFINES REG-CONTROLE-FAIXA.
           05 FILLER                  PIC X(022).
           05 REG-CTL-MIN-ALFA        PIC X(003).
           05 REG-CTL-MAX-ALFA        PIC X(003).

       FD  TARIFCTL
           RECORDING MODE IS F.
       01  REG-TARIFA                 PIC X(028).

       01  REG-TARIFA-ALFA REDEFINES REG-TARIFA.
           05 REG-TAR-COD-ALFA        PIC X(002).
           05 REG-TAR-VALOR-ALFA      PIC X(009).
           05 FILLER                  PIC X(017).

       FD  ANSRPT
           RECORDING MODE IS F.
       01  REG-RELATORIO-ANS          PIC X(132).

       WORKING-STORAGE SECTION.
       77  WS-STATUS-FAIXACTL         PIC X(002) VALUE SPACES.
       77  WS-STATUS-TARIFCTL         PIC X(002) VALUE SPACES.
       77  WS-STATUS-ANSRPT           PIC X(002) VALUE SPACES.

       77  WS-FIM-FAIXACTL            PIC X(001) VALUE "N".
           88 WS-FIM-ARQ-FAIXACTL              VALUE "S".
       77  WS-FIM-TARIFCTL            PIC X(001) VALUE "N".
           88 WS-FIM-ARQ-TARIFCTL              VALUE "S".

       77  WS-ERRO-ABERTURA           PIC X(001) VALUE "N".
           88 WS-HOUVE-ERRO-ABERTURA           VALUE "S".

      ******************************************************************
      * Resultado de cada regra e do conjunto. As regras 3 a 5 so sao
      * calculadas quando a estrutura (regra 1) e as tarifas (regra 2)
      * passaram - sem as dez faixas com tarifa nao ha razao a tirar.
      ******************************************************************
       77  WS-RESULTADO-REGRA         PIC X(001) VALUE "S".
           88 WS-REGRA-OK                      VALUE "S".
           88 WS-REGRA-FALHOU                  VALUE "N".
       77  WS-ESTRUTURA               PIC X(001) VALUE "N".
           88 WS-ESTRUTURA-OK                  VALUE "S".
       77  WS-TARIFAS                 PIC X(001) VALUE "N".
           88 WS-TARIFAS-OK                    VALUE "S".

       77  WS-QTDE-FALHAS             PIC 9(002) COMP VALUE ZERO.
       77  WS-QTDE-AVISOS             PIC 9(003) COMP VALUE ZERO.

       77  WS-FAIXA-CTL-MIN           PIC 9(003).
       77  WS-FAIXA-CTL-MAX           PIC 9(003).
       77  WS-QTDE-FAIXAS-LIDAS       PIC 9(002) COMP VALUE ZERO.
       77  WS-IDX-TRABALHO            PIC 9(002) COMP VALUE ZERO.
       77  WS-IDX-ANTERIOR            PIC 9(002) COMP VALUE ZERO.
       77  WS-QTDE-COMPARADAS         PIC 9(002) COMP VALUE ZERO.

       77  WS-QTDE-FAIXAS             PIC 9(002) COMP VALUE ZERO.
       77  WS-QTDE-FAIXAS-MAX         PIC 9(002) COMP VALUE 20.

       COPY FXFAIXA.

      ******************************************************************
      * As dez faixas da ANS (idade minima e maxima de cada posicao). A
      * ultima e aberta - "59 anos ou mais" - e so exige maximo ate a
      * idade limite aceita pela classificacao (120), para nenhuma
      * pessoa valida ficar sem faixa.
      ******************************************************************
       01  WS-ANS-VALORES-INICIAIS.
           05 FILLER                  PIC X(006) VALUE "000018".
           05 FILLER                  PIC X(006) VALUE "019023".
           05 FILLER                  PIC X(006) VALUE "024028".
           05 FILLER                  PIC X(006) VALUE "029033".
           05 FILLER                  PIC X(006) VALUE "034038".
           05 FILLER                  PIC X(006) VALUE "039043".
           05 FILLER                  PIC X(006) VALUE "044048".
           05 FILLER                  PIC X(006) VALUE "049053".
           05 FILLER                  PIC X(006) VALUE "054058".
           05 FILLER                  PIC X(006) VALUE "059120".

       01  WS-ANS-FAIXAS REDEFINES WS-ANS-VALORES-INICIAIS.
           05 WS-ANS-FAIXA OCCURS 10 TIMES.
              10 WS-ANS-MIN           PIC 9(003).
              10 WS-ANS-MAX           PIC 9(003).

       77  WS-QTDE-FAIXAS-ANS         PIC 9(002) COMP VALUE 10.
       77  WS-RAZAO-MAXIMA            PIC 9(001) VALUE 6.

      ******************************************************************
      * Tarifas carregadas de TARIFCTL e a tarifa achada para cada
      * posicao da tabela de faixas (WS-TAR-FAIXA-QTDE conta quantas
      * linhas de tarifa casaram com o codigo: zero e mais de uma sao
      * ambas falha da regra 2).
      ******************************************************************
       COPY FXETAR.

       01  WS-TABELA-TARIFAS.
           05 WS-TARIFA-ENT OCCURS 20 TIMES.
              10 WS-TARIFA-COD        PIC X(002).
              10 WS-TARIFA-VALOR      PIC 9(007)V9(002).
              10 WS-TARIFA-USADA      PIC X(001).
       77  WS-QTDE-TARIFAS            PIC 9(002) COMP VALUE ZERO.
       77  WS-IDX-TARIFA              PIC 9(002) COMP VALUE ZERO.

       01  WS-TARIFA-POR-FAIXA.
           05 WS-TAR-FAIXA-ENT OCCURS 20 TIMES.
              10 WS-TAR-FAIXA-QTDE    PIC 9(002) COMP.
              10 WS-TAR-FAIXA-VALOR   PIC 9(007)V9(002).

      ******************************************************************
      * Razoes das regras 3 e 4. As comparacoes sao feitas sobre os
      * valores exatos (P10 contra 6 x P1; P10 x P1 contra P7 x P7,
      * que e a mesma desigualdade das variacoes sem arredondamento) -
      * a razao e os percentuais calculados servem so para impressao.
      ******************************************************************
       01  WS-RAZAO-CALCULADA         PIC 9(003)V9(004) VALUE ZERO.
       01  WS-VAR-PRIMEIRA-SETIMA     PIC S9(005)V9(002) VALUE ZERO.
       01  WS-VAR-SETIMA-DECIMA       PIC S9(005)V9(002) VALUE ZERO.
       01  WS-VAR-FAIXA               PIC S9(005)V9(002) VALUE ZERO.
       01  WS-LIMITE-RAZAO            PIC 9(009)V9(002) VALUE ZERO.
       01  WS-PRODUTO-EXTREMOS        PIC 9(015)V9(004) VALUE ZERO.
       01  WS-PRODUTO-SETIMA          PIC 9(015)V9(004) VALUE ZERO.

       77  WS-RAZAO-EDITADA           PIC ZZ9.9999.
       77  WS-PCT-EDITADO             PIC -ZZZZ9.99.
       77  WS-VALOR-EDITADO           PIC Z,ZZZ,ZZ9.99.
       77  WS-POSICAO-EDITADA         PIC Z9.
       77  WS-QTDE-EDITADA            PIC ZZ9.

       01  WS-LINHA-TABELA-CAB.
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 FILLER                  PIC X(004) VALUE "POS ".
           05 FILLER                  PIC X(004) VALUE "COD ".
           05 FILLER                  PIC X(022) VALUE "DESCRICAO".
           05 FILLER                  PIC X(008) VALUE "IDADES".
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 FILLER                  PIC X(012) VALUE "      TARIFA".
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 FILLER                  PIC X(010) VALUE " VARIACAO%".
           05 FILLER                  PIC X(066) VALUE SPACES.

       01  WS-LINHA-TABELA.
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 WS-TAB-POSICAO          PIC Z9.
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 WS-TAB-CODIGO           PIC X(002).
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 WS-TAB-DESC             PIC X(020).
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 WS-TAB-MIN              PIC 9(003).
           05 WS-TAB-HIFEN            PIC X(001).
           05 WS-TAB-MAX              PIC 9(003).
           05 FILLER                  PIC X(003) VALUE SPACES.
           05 WS-TAB-TARIFA           PIC X(012).
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 WS-TAB-VARIACAO         PIC X(010).
           05 FILLER                  PIC X(066) VALUE SPACES.

       01  WS-LINHA-REGRA.
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 WS-REG-DESC             PIC X(080).
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 WS-REG-RESULTADO        PIC X(010).
           05 FILLER                  PIC X(038) VALUE SPACES.

       01  WS-LINHA-TITULO-ANS.
           05 WS-TITULO-ANS-TEXTO     PIC X(090).
           05 FILLER                  PIC X(042) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZACAO
              THRU 1000-INICIALIZACAO-EXIT.

           IF WS-HOUVE-ERRO-ABERTURA
              MOVE 16 TO RETURN-CODE
           ELSE
              PERFORM 2000-IMPRIME-TABELA
                 THRU 2000-IMPRIME-TABELA-EXIT
              PERFORM 4000-REGRA-ESTRUTURA
                 THRU 4000-REGRA-ESTRUTURA-EXIT
              PERFORM 4100-REGRA-TARIFAS
                 THRU 4100-REGRA-TARIFAS-EXIT
              PERFORM 4200-REGRA-RAZAO
                 THRU 4200-REGRA-RAZAO-EXIT
              PERFORM 4300-REGRA-VARIACAO
                 THRU 4300-REGRA-VARIACAO-EXIT
              PERFORM 4400-REGRA-NAO-NEGATIVA
                 THRU 4400-REGRA-NAO-NEGATIVA-EXIT
              PERFORM 6000-IMPRIME-VEREDITO
                 THRU 6000-IMPRIME-VEREDITO-EXIT
              EVALUATE TRUE
                 WHEN WS-QTDE-FALHAS > ZERO
                    MOVE 8 TO RETURN-CODE
                 WHEN WS-QTDE-AVISOS > ZERO
                    MOVE 4 TO RETURN-CODE
              END-EVALUATE
           END-IF.

           PERFORM 8000-FINALIZACAO
              THRU 8000-FINALIZACAO-EXIT.

           STOP RUN.

      ******************************************************************
      * 1000-INICIALIZACAO - abre o relatorio e carrega as duas tabelas
      * candidatas. Ao contrario da classificacao, nao ha default
      * compilado: o que se verifica e o arquivo que vai a producao,
      * entao FAIXACTL ou TARIFCTL ausente e erro de abertura.
      ******************************************************************
       1000-INICIALIZACAO.
           OPEN OUTPUT ANSRPT.
           IF WS-STATUS-ANSRPT NOT = "00"
              DISPLAY
                 "ERRO FATAL - FALHA AO ABRIR ANSRPT - STATUS "
                 WS-STATUS-ANSRPT
              SET WS-HOUVE-ERRO-ABERTURA TO TRUE
              GO TO 1000-INICIALIZACAO-EXIT
           END-IF.

           MOVE SPACES TO WS-LINHA-TITULO-ANS.
           MOVE "VERIFICACAO ANS DAS TABELAS CANDIDATAS FAIXACTL/"
              TO WS-TITULO-ANS-TEXTO.
           MOVE "TARIFCTL" TO WS-TITULO-ANS-TEXTO (49:8).
           WRITE REG-RELATORIO-ANS FROM WS-LINHA-TITULO-ANS.

           PERFORM 1100-CARREGA-FAIXAS
              THRU 1100-CARREGA-FAIXAS-EXIT.

           PERFORM 1200-CARREGA-TARIFAS
              THRU 1200-CARREGA-TARIFAS-EXIT.
       1000-INICIALIZACAO-EXIT.
           EXIT.

       1100-CARREGA-FAIXAS.
           OPEN INPUT FAIXACTL.
           IF WS-STATUS-FAIXACTL NOT = "00"
              DISPLAY
                 "ERRO FATAL - FALHA AO ABRIR FAIXACTL - STATUS "
                 WS-STATUS-FAIXACTL
              SET WS-HOUVE-ERRO-ABERTURA TO TRUE
              GO TO 1100-CARREGA-FAIXAS-EXIT
           END-IF.

           PERFORM 1110-LE-FAIXA-CONTROLE
              THRU 1110-LE-FAIXA-CONTROLE-EXIT
              UNTIL WS-FIM-ARQ-FAIXACTL
              OR WS-QTDE-FAIXAS-LIDAS = WS-QTDE-FAIXAS-MAX.
           CLOSE FAIXACTL.
           MOVE WS-QTDE-FAIXAS-LIDAS TO WS-QTDE-FAIXAS.
       1100-CARREGA-FAIXAS-EXIT.
           EXIT.

      ******************************************************************
      * 1110-LE-FAIXA-CONTROLE - mesma critica da classificacao: a
      * linha que a producao ignoraria tambem e ignorada aqui (a regra
      * 1 confere a tabela que de fato seria carregada), mas sai no
      * relatorio como aviso.
      ******************************************************************
       1110-LE-FAIXA-CONTROLE.
           READ FAIXACTL
              AT END
                 SET WS-FIM-ARQ-FAIXACTL TO TRUE
           END-READ.
           IF WS-FIM-ARQ-FAIXACTL
              GO TO 1110-LE-FAIXA-CONTROLE-EXIT
           END-IF.

           IF REG-CTL-MIN-ALFA IS NUMERIC
              AND REG-CTL-MAX-ALFA IS NUMERIC
              MOVE REG-CTL-MIN-ALFA TO WS-FAIXA-CTL-MIN
              MOVE REG-CTL-MAX-ALFA TO WS-FAIXA-CTL-MAX
              IF WS-FAIXA-CTL-MIN <= WS-FAIXA-CTL-MAX
                 ADD 1 TO WS-QTDE-FAIXAS-LIDAS
                 MOVE REG-CONTROLE-FAIXA
                    TO FXE-FAIXA (WS-QTDE-FAIXAS-LIDAS)
              ELSE
                 MOVE SPACES TO WS-LINHA-TITULO-ANS
                 STRING "AVISO - LINHA DE FAIXACTL IGNORADA - MIN"
                    " MAIOR QUE MAX: " REG-CONTROLE-FAIXA
                    DELIMITED BY SIZE INTO WS-TITULO-ANS-TEXTO
                 PERFORM 8100-GRAVA-AVISO
                    THRU 8100-GRAVA-AVISO-EXIT
              END-IF
           ELSE
              MOVE SPACES TO WS-LINHA-TITULO-ANS
              STRING "AVISO - LINHA DE FAIXACTL IGNORADA - MIN/MAX"
                 " NAO NUMERICO: " REG-CONTROLE-FAIXA
                 DELIMITED BY SIZE INTO WS-TITULO-ANS-TEXTO
              PERFORM 8100-GRAVA-AVISO
                 THRU 8100-GRAVA-AVISO-EXIT
           END-IF.
       1110-LE-FAIXA-CONTROLE-EXIT.
           EXIT.

       1200-CARREGA-TARIFAS.
           OPEN INPUT TARIFCTL.
           IF WS-STATUS-TARIFCTL NOT = "00"
              DISPLAY
                 "ERRO FATAL - FALHA AO ABRIR TARIFCTL - STATUS "
                 WS-STATUS-TARIFCTL
              SET WS-HOUVE-ERRO-ABERTURA TO TRUE
              GO TO 1200-CARREGA-TARIFAS-EXIT
           END-IF.

           PERFORM 1210-LE-TARIFA
              THRU 1210-LE-TARIFA-EXIT
              UNTIL WS-FIM-ARQ-TARIFCTL
              OR WS-QTDE-TARIFAS = 20.
           CLOSE TARIFCTL.
       1200-CARREGA-TARIFAS-EXIT.
           EXIT.

       1210-LE-TARIFA.
           READ TARIFCTL
              AT END
                 SET WS-FIM-ARQ-TARIFCTL TO TRUE
           END-READ.
           IF WS-FIM-ARQ-TARIFCTL
              GO TO 1210-LE-TARIFA-EXIT
           END-IF.

           IF REG-TAR-COD-ALFA = SPACES
              MOVE SPACES TO WS-LINHA-TITULO-ANS
              STRING "AVISO - LINHA DE TARIFCTL IGNORADA - CODIGO EM"
                 " BRANCO"
                 DELIMITED BY SIZE INTO WS-TITULO-ANS-TEXTO
              PERFORM 8100-GRAVA-AVISO
                 THRU 8100-GRAVA-AVISO-EXIT
              GO TO 1210-LE-TARIFA-EXIT
           END-IF.

           IF REG-TAR-VALOR-ALFA IS NOT NUMERIC
              MOVE SPACES TO WS-LINHA-TITULO-ANS
              STRING "AVISO - LINHA DE TARIFCTL IGNORADA - VALOR NAO"
                 " NUMERICO: " REG-TAR-VALOR-ALFA
                 DELIMITED BY SIZE INTO WS-TITULO-ANS-TEXTO
              PERFORM 8100-GRAVA-AVISO
                 THRU 8100-GRAVA-AVISO-EXIT
              GO TO 1210-LE-TARIFA-EXIT
           END-IF.

           MOVE REG-TARIFA TO FXE-REGISTRO-TARIFA.
           ADD 1 TO WS-QTDE-TARIFAS.
           MOVE FXE-TAR-FAIXA-COD TO WS-TARIFA-COD (WS-QTDE-TARIFAS).
           MOVE FXE-TAR-VALOR TO WS-TARIFA-VALOR (WS-QTDE-TARIFAS).
           MOVE "N" TO WS-TARIFA-USADA (WS-QTDE-TARIFAS).
       1210-LE-TARIFA-EXIT.
           EXIT.

      ******************************************************************
      * 2000-IMPRIME-TABELA - casa cada faixa com as suas linhas de
      * tarifa e imprime a tabela candidata como sera carregada, com a
      * variacao percentual de cada faixa contra a anterior.
      ******************************************************************
       2000-IMPRIME-TABELA.
           PERFORM 2100-CASA-TARIFA-FAIXA
              THRU 2100-CASA-TARIFA-FAIXA-EXIT
              VARYING WS-IDX-TRABALHO FROM 1 BY 1
              UNTIL WS-IDX-TRABALHO > WS-QTDE-FAIXAS.

           MOVE SPACES TO WS-LINHA-TITULO-ANS.
           WRITE REG-RELATORIO-ANS FROM WS-LINHA-TITULO-ANS.
           MOVE "TABELA CANDIDATA" TO WS-TITULO-ANS-TEXTO.
           WRITE REG-RELATORIO-ANS FROM WS-LINHA-TITULO-ANS.
           WRITE REG-RELATORIO-ANS FROM WS-LINHA-TABELA-CAB.

           PERFORM 2200-IMPRIME-LINHA-FAIXA
              THRU 2200-IMPRIME-LINHA-FAIXA-EXIT
              VARYING WS-IDX-TRABALHO FROM 1 BY 1
              UNTIL WS-IDX-TRABALHO > WS-QTDE-FAIXAS.
       2000-IMPRIME-TABELA-EXIT.
           EXIT.

       2100-CASA-TARIFA-FAIXA.
           MOVE ZERO TO WS-TAR-FAIXA-QTDE (WS-IDX-TRABALHO).
           MOVE ZERO TO WS-TAR-FAIXA-VALOR (WS-IDX-TRABALHO).
           PERFORM 2110-CONFERE-TARIFA
              THRU 2110-CONFERE-TARIFA-EXIT
              VARYING WS-IDX-TARIFA FROM 1 BY 1
              UNTIL WS-IDX-TARIFA > WS-QTDE-TARIFAS.
       2100-CASA-TARIFA-FAIXA-EXIT.
           EXIT.

       2110-CONFERE-TARIFA.
           IF WS-TARIFA-COD (WS-IDX-TARIFA)
              = FXE-FAIXA-CODIGO (WS-IDX-TRABALHO)
              ADD 1 TO WS-TAR-FAIXA-QTDE (WS-IDX-TRABALHO)
              MOVE "S" TO WS-TARIFA-USADA (WS-IDX-TARIFA)
              IF WS-TAR-FAIXA-QTDE (WS-IDX-TRABALHO) = 1
                 MOVE WS-TARIFA-VALOR (WS-IDX-TARIFA)
                    TO WS-TAR-FAIXA-VALOR (WS-IDX-TRABALHO)
              END-IF
           END-IF.
       2110-CONFERE-TARIFA-EXIT.
           EXIT.

       2200-IMPRIME-LINHA-FAIXA.
           MOVE SPACES TO WS-LINHA-TABELA.
           MOVE WS-IDX-TRABALHO TO WS-TAB-POSICAO.
           MOVE FXE-FAIXA-CODIGO (WS-IDX-TRABALHO) TO WS-TAB-CODIGO.
           MOVE FXE-FAIXA-DESC (WS-IDX-TRABALHO) TO WS-TAB-DESC.
           MOVE FXE-FAIXA-MIN (WS-IDX-TRABALHO) TO WS-TAB-MIN.
           MOVE "-" TO WS-TAB-HIFEN.
           MOVE FXE-FAIXA-MAX (WS-IDX-TRABALHO) TO WS-TAB-MAX.

           IF WS-TAR-FAIXA-QTDE (WS-IDX-TRABALHO) = ZERO
              MOVE "SEM TARIFA" TO WS-TAB-TARIFA
           ELSE
              MOVE WS-TAR-FAIXA-VALOR (WS-IDX-TRABALHO)
                 TO WS-VALOR-EDITADO
              MOVE WS-VALOR-EDITADO TO WS-TAB-TARIFA
           END-IF.

           IF WS-IDX-TRABALHO > 1
              COMPUTE WS-IDX-ANTERIOR = WS-IDX-TRABALHO - 1
              IF WS-TAR-FAIXA-VALOR (WS-IDX-ANTERIOR) > ZERO
                 AND WS-TAR-FAIXA-QTDE (WS-IDX-TRABALHO) > ZERO
                 COMPUTE WS-VAR-FAIXA ROUNDED =
                    (WS-TAR-FAIXA-VALOR (WS-IDX-TRABALHO)
                    / WS-TAR-FAIXA-VALOR (WS-IDX-ANTERIOR) - 1) * 100
                 MOVE WS-VAR-FAIXA TO WS-PCT-EDITADO
                 MOVE WS-PCT-EDITADO TO WS-TAB-VARIACAO
              END-IF
           END-IF.

           WRITE REG-RELATORIO-ANS FROM WS-LINHA-TABELA.
       2200-IMPRIME-LINHA-FAIXA-EXIT.
           EXIT.

      ******************************************************************
      * 4000-REGRA-ESTRUTURA - regra 1: exatamente as dez faixas da
      * ANS, na ordem, com os cortes fixos; a decima comeca aos 59 e
      * vai ate a idade limite. Cada posicao divergente sai listada com
      * os cortes esperados.
      ******************************************************************
       4000-REGRA-ESTRUTURA.
           MOVE SPACES TO WS-LINHA-TITULO-ANS.
           WRITE REG-RELATORIO-ANS FROM WS-LINHA-TITULO-ANS.
           MOVE "REGRAS" TO WS-TITULO-ANS-TEXTO.
           WRITE REG-RELATORIO-ANS FROM WS-LINHA-TITULO-ANS.

           SET WS-REGRA-OK TO TRUE.

           IF WS-QTDE-FAIXAS NOT = WS-QTDE-FAIXAS-ANS
              SET WS-REGRA-FALHOU TO TRUE
              MOVE SPACES TO WS-LINHA-TITULO-ANS
              MOVE WS-QTDE-FAIXAS TO WS-QTDE-EDITADA
              STRING "    QUANTIDADE DE FAIXAS NA TABELA: "
                 WS-QTDE-EDITADA " - A ANS EXIGE 10"
                 DELIMITED BY SIZE INTO WS-TITULO-ANS-TEXTO
              WRITE REG-RELATORIO-ANS FROM WS-LINHA-TITULO-ANS
           END-IF.

           IF WS-QTDE-FAIXAS < WS-QTDE-FAIXAS-ANS
              MOVE WS-QTDE-FAIXAS TO WS-QTDE-COMPARADAS
           ELSE
              MOVE WS-QTDE-FAIXAS-ANS TO WS-QTDE-COMPARADAS
           END-IF.

           PERFORM 4010-CONFERE-CORTES
              THRU 4010-CONFERE-CORTES-EXIT
              VARYING WS-IDX-TRABALHO FROM 1 BY 1
              UNTIL WS-IDX-TRABALHO > WS-QTDE-COMPARADAS.

           IF WS-REGRA-OK
              SET WS-ESTRUTURA-OK TO TRUE
           END-IF.
           MOVE "REGRA 1 - DEZ FAIXAS FIXAS DA ANS (0-18 A 59 OU MAIS)"
              TO WS-REG-DESC.
           PERFORM 8200-GRAVA-RESULTADO-REGRA
              THRU 8200-GRAVA-RESULTADO-REGRA-EXIT.
       4000-REGRA-ESTRUTURA-EXIT.
           EXIT.

       4010-CONFERE-CORTES.
           IF FXE-FAIXA-MIN (WS-IDX-TRABALHO)
              = WS-ANS-MIN (WS-IDX-TRABALHO)
              IF WS-IDX-TRABALHO < WS-QTDE-FAIXAS-ANS
                 IF FXE-FAIXA-MAX (WS-IDX-TRABALHO)
                    = WS-ANS-MAX (WS-IDX-TRABALHO)
                    GO TO 4010-CONFERE-CORTES-EXIT
                 END-IF
              ELSE
                 IF FXE-FAIXA-MAX (WS-IDX-TRABALHO)
                    >= WS-ANS-MAX (WS-IDX-TRABALHO)
                    GO TO 4010-CONFERE-CORTES-EXIT
                 END-IF
              END-IF
           END-IF.

           SET WS-REGRA-FALHOU TO TRUE.
           MOVE SPACES TO WS-LINHA-TITULO-ANS.
           MOVE WS-IDX-TRABALHO TO WS-POSICAO-EDITADA.
           STRING "    FAIXA " WS-POSICAO-EDITADA " ("
              FXE-FAIXA-CODIGO (WS-IDX-TRABALHO) ") "
              FXE-FAIXA-MIN (WS-IDX-TRABALHO) "-"
              FXE-FAIXA-MAX (WS-IDX-TRABALHO)
              " - ESPERADO " WS-ANS-MIN (WS-IDX-TRABALHO) "-"
              WS-ANS-MAX (WS-IDX-TRABALHO)
              DELIMITED BY SIZE INTO WS-TITULO-ANS-TEXTO.
           WRITE REG-RELATORIO-ANS FROM WS-LINHA-TITULO-ANS.
       4010-CONFERE-CORTES-EXIT.
           EXIT.

      ******************************************************************
      * 4100-REGRA-TARIFAS - regra 2: cada faixa com uma, e so uma,
      * linha de tarifa, de valor positivo. Uma linha de tarifa cujo
      * codigo nao e de nenhuma faixa nao afeta a precificacao e sai
      * como aviso (a precificacao tambem a reporta).
      ******************************************************************
       4100-REGRA-TARIFAS.
           SET WS-REGRA-OK TO TRUE.

           PERFORM 4110-CONFERE-TARIFA-FAIXA
              THRU 4110-CONFERE-TARIFA-FAIXA-EXIT
              VARYING WS-IDX-TRABALHO FROM 1 BY 1
              UNTIL WS-IDX-TRABALHO > WS-QTDE-FAIXAS.

           PERFORM 4120-CONFERE-TARIFA-SOBRANDO
              THRU 4120-CONFERE-TARIFA-SOBRANDO-EXIT
              VARYING WS-IDX-TARIFA FROM 1 BY 1
              UNTIL WS-IDX-TARIFA > WS-QTDE-TARIFAS.

           IF WS-REGRA-OK
              SET WS-TARIFAS-OK TO TRUE
           END-IF.
           MOVE "REGRA 2 - UMA TARIFA POSITIVA PARA CADA FAIXA"
              TO WS-REG-DESC.
           PERFORM 8200-GRAVA-RESULTADO-REGRA
              THRU 8200-GRAVA-RESULTADO-REGRA-EXIT.
       4100-REGRA-TARIFAS-EXIT.
           EXIT.

       4110-CONFERE-TARIFA-FAIXA.
           MOVE SPACES TO WS-LINHA-TITULO-ANS.
           EVALUATE TRUE
              WHEN WS-TAR-FAIXA-QTDE (WS-IDX-TRABALHO) = ZERO
                 STRING "    FAIXA " FXE-FAIXA-CODIGO (WS-IDX-TRABALHO)
                    " SEM TARIFA"
                    DELIMITED BY SIZE INTO WS-TITULO-ANS-TEXTO
              WHEN WS-TAR-FAIXA-QTDE (WS-IDX-TRABALHO) > 1
                 STRING "    FAIXA " FXE-FAIXA-CODIGO (WS-IDX-TRABALHO)
                    " COM MAIS DE UMA LINHA DE TARIFA"
                    DELIMITED BY SIZE INTO WS-TITULO-ANS-TEXTO
              WHEN WS-TAR-FAIXA-VALOR (WS-IDX-TRABALHO) = ZERO
                 STRING "    FAIXA " FXE-FAIXA-CODIGO (WS-IDX-TRABALHO)
                    " COM TARIFA ZERADA"
                    DELIMITED BY SIZE INTO WS-TITULO-ANS-TEXTO
              WHEN OTHER
                 GO TO 4110-CONFERE-TARIFA-FAIXA-EXIT
           END-EVALUATE.
           SET WS-REGRA-FALHOU TO TRUE.
           WRITE REG-RELATORIO-ANS FROM WS-LINHA-TITULO-ANS.
       4110-CONFERE-TARIFA-FAIXA-EXIT.
           EXIT.

       4120-CONFERE-TARIFA-SOBRANDO.
           IF WS-TARIFA-USADA (WS-IDX-TARIFA) = "N"
              MOVE SPACES TO WS-LINHA-TITULO-ANS
              STRING "AVISO - TARIFA SEM FAIXA CORRESPONDENTE: CODIGO "
                 WS-TARIFA-COD (WS-IDX-TARIFA)
                 DELIMITED BY SIZE INTO WS-TITULO-ANS-TEXTO
              PERFORM 8100-GRAVA-AVISO
                 THRU 8100-GRAVA-AVISO-EXIT
           END-IF.
       4120-CONFERE-TARIFA-SOBRANDO-EXIT.
           EXIT.

      ******************************************************************
      * 4200-REGRA-RAZAO - regra 3: tarifa da 10a faixa no maximo 6
      * vezes a da 1a.
      ******************************************************************
       4200-REGRA-RAZAO.
           MOVE "REGRA 3 - ULTIMA FAIXA ATE 6 VEZES A PRIMEIRA"
              TO WS-REG-DESC.
           IF NOT WS-ESTRUTURA-OK OR NOT WS-TARIFAS-OK
              PERFORM 8300-GRAVA-NAO-AVALIADA
                 THRU 8300-GRAVA-NAO-AVALIADA-EXIT
              GO TO 4200-REGRA-RAZAO-EXIT
           END-IF.

           SET WS-REGRA-OK TO TRUE.
           COMPUTE WS-RAZAO-CALCULADA ROUNDED =
              WS-TAR-FAIXA-VALOR (10) / WS-TAR-FAIXA-VALOR (1).
           COMPUTE WS-LIMITE-RAZAO =
              WS-TAR-FAIXA-VALOR (1) * WS-RAZAO-MAXIMA.
           IF WS-TAR-FAIXA-VALOR (10) > WS-LIMITE-RAZAO
              SET WS-REGRA-FALHOU TO TRUE
           END-IF.

           MOVE SPACES TO WS-LINHA-TITULO-ANS.
           MOVE WS-RAZAO-CALCULADA TO WS-RAZAO-EDITADA.
           STRING "    RAZAO 10A / 1A FAIXA: " WS-RAZAO-EDITADA
              " (LIMITE 6.0000)"
              DELIMITED BY SIZE INTO WS-TITULO-ANS-TEXTO.
           WRITE REG-RELATORIO-ANS FROM WS-LINHA-TITULO-ANS.

           PERFORM 8200-GRAVA-RESULTADO-REGRA
              THRU 8200-GRAVA-RESULTADO-REGRA-EXIT.
       4200-REGRA-RAZAO-EXIT.
           EXIT.

      ******************************************************************
      * 4300-REGRA-VARIACAO - regra 4: a variacao acumulada entre a 7a
      * e a 10a faixa nao pode passar da variacao acumulada entre a 1a
      * e a 7a. P10/P7 - 1 <= P7/P1 - 1 equivale a P10 x P1 <= P7 x P7,
      * comparacao feita sem divisao nem arredondamento.
      ******************************************************************
       4300-REGRA-VARIACAO.
           MOVE "REGRA 4 - VARIACAO 7A-10A ATE A VARIACAO 1A-7A"
              TO WS-REG-DESC.
           IF NOT WS-ESTRUTURA-OK OR NOT WS-TARIFAS-OK
              PERFORM 8300-GRAVA-NAO-AVALIADA
                 THRU 8300-GRAVA-NAO-AVALIADA-EXIT
              GO TO 4300-REGRA-VARIACAO-EXIT
           END-IF.

           SET WS-REGRA-OK TO TRUE.
           COMPUTE WS-VAR-PRIMEIRA-SETIMA ROUNDED =
              (WS-TAR-FAIXA-VALOR (7) / WS-TAR-FAIXA-VALOR (1) - 1)
              * 100.
           COMPUTE WS-VAR-SETIMA-DECIMA ROUNDED =
              (WS-TAR-FAIXA-VALOR (10) / WS-TAR-FAIXA-VALOR (7) - 1)
              * 100.
           COMPUTE WS-PRODUTO-EXTREMOS =
              WS-TAR-FAIXA-VALOR (10) * WS-TAR-FAIXA-VALOR (1).
           COMPUTE WS-PRODUTO-SETIMA =
              WS-TAR-FAIXA-VALOR (7) * WS-TAR-FAIXA-VALOR (7).
           IF WS-PRODUTO-EXTREMOS > WS-PRODUTO-SETIMA
              SET WS-REGRA-FALHOU TO TRUE
           END-IF.

           MOVE SPACES TO WS-LINHA-TITULO-ANS.
           MOVE WS-VAR-PRIMEIRA-SETIMA TO WS-PCT-EDITADO.
           STRING "    VARIACAO 1A-7A FAIXA.: " WS-PCT-EDITADO " %"
              DELIMITED BY SIZE INTO WS-TITULO-ANS-TEXTO.
           WRITE REG-RELATORIO-ANS FROM WS-LINHA-TITULO-ANS.

           MOVE SPACES TO WS-LINHA-TITULO-ANS.
           MOVE WS-VAR-SETIMA-DECIMA TO WS-PCT-EDITADO.
           STRING "    VARIACAO 7A-10A FAIXA: " WS-PCT-EDITADO " %"
              DELIMITED BY SIZE INTO WS-TITULO-ANS-TEXTO.
           WRITE REG-RELATORIO-ANS FROM WS-LINHA-TITULO-ANS.

           PERFORM 8200-GRAVA-RESULTADO-REGRA
              THRU 8200-GRAVA-RESULTADO-REGRA-EXIT.
       4300-REGRA-VARIACAO-EXIT.
           EXIT.

      ******************************************************************
      * 4400-REGRA-NAO-NEGATIVA - regra 5: a tarifa nunca cai de uma
      * faixa para a seguinte. Cada queda sai listada.
      ******************************************************************
       4400-REGRA-NAO-NEGATIVA.
           MOVE "REGRA 5 - NENHUMA VARIACAO NEGATIVA ENTRE FAIXAS"
              TO WS-REG-DESC.
           IF NOT WS-ESTRUTURA-OK OR NOT WS-TARIFAS-OK
              PERFORM 8300-GRAVA-NAO-AVALIADA
                 THRU 8300-GRAVA-NAO-AVALIADA-EXIT
              GO TO 4400-REGRA-NAO-NEGATIVA-EXIT
           END-IF.

           SET WS-REGRA-OK TO TRUE.
           PERFORM 4410-CONFERE-QUEDA
              THRU 4410-CONFERE-QUEDA-EXIT
              VARYING WS-IDX-TRABALHO FROM 2 BY 1
              UNTIL WS-IDX-TRABALHO > WS-QTDE-FAIXAS-ANS.

           PERFORM 8200-GRAVA-RESULTADO-REGRA
              THRU 8200-GRAVA-RESULTADO-REGRA-EXIT.
       4400-REGRA-NAO-NEGATIVA-EXIT.
           EXIT.

       4410-CONFERE-QUEDA.
           COMPUTE WS-IDX-ANTERIOR = WS-IDX-TRABALHO - 1.
           IF WS-TAR-FAIXA-VALOR (WS-IDX-TRABALHO)
              < WS-TAR-FAIXA-VALOR (WS-IDX-ANTERIOR)
              SET WS-REGRA-FALHOU TO TRUE
              MOVE SPACES TO WS-LINHA-TITULO-ANS
              STRING "    TARIFA CAI DA FAIXA "
                 FXE-FAIXA-CODIGO (WS-IDX-ANTERIOR) " PARA A FAIXA "
                 FXE-FAIXA-CODIGO (WS-IDX-TRABALHO)
                 DELIMITED BY SIZE INTO WS-TITULO-ANS-TEXTO
              WRITE REG-RELATORIO-ANS FROM WS-LINHA-TITULO-ANS
           END-IF.
       4410-CONFERE-QUEDA-EXIT.
           EXIT.

       6000-IMPRIME-VEREDITO.
           MOVE SPACES TO WS-LINHA-TITULO-ANS.
           WRITE REG-RELATORIO-ANS FROM WS-LINHA-TITULO-ANS.
           EVALUATE TRUE
              WHEN WS-QTDE-FALHAS > ZERO
                 STRING "RESULTADO: TABELAS NAO CONFORMES COM A ANS -"
                    " NAO PUBLICAR"
                    DELIMITED BY SIZE INTO WS-TITULO-ANS-TEXTO
              WHEN WS-QTDE-AVISOS > ZERO
                 STRING "RESULTADO: TABELAS CONFORMES, COM AVISOS -"
                    " CONFERIR ANTES DE PUBLICAR"
                    DELIMITED BY SIZE INTO WS-TITULO-ANS-TEXTO
              WHEN OTHER
                 MOVE "RESULTADO: TABELAS CONFORMES COM A ANS"
                    TO WS-TITULO-ANS-TEXTO
           END-EVALUATE.
           WRITE REG-RELATORIO-ANS FROM WS-LINHA-TITULO-ANS.
           DISPLAY WS-TITULO-ANS-TEXTO.
       6000-IMPRIME-VEREDITO-EXIT.
           EXIT.

       8000-FINALIZACAO.
           IF WS-STATUS-ANSRPT = "00"
              CLOSE ANSRPT
           END-IF.
       8000-FINALIZACAO-EXIT.
           EXIT.

      ******************************************************************
      * 8100-GRAVA-AVISO - grava a linha de aviso ja montada em
      * WS-LINHA-TITULO-ANS e conta o aviso para o RETURN-CODE 4.
      ******************************************************************
       8100-GRAVA-AVISO.
           WRITE REG-RELATORIO-ANS FROM WS-LINHA-TITULO-ANS.
           ADD 1 TO WS-QTDE-AVISOS.
       8100-GRAVA-AVISO-EXIT.
           EXIT.

       8200-GRAVA-RESULTADO-REGRA.
           IF WS-REGRA-OK
              MOVE "OK" TO WS-REG-RESULTADO
           ELSE
              MOVE "FALHA" TO WS-REG-RESULTADO
              ADD 1 TO WS-QTDE-FALHAS
           END-IF.
           WRITE REG-RELATORIO-ANS FROM WS-LINHA-REGRA.
       8200-GRAVA-RESULTADO-REGRA-EXIT.
           EXIT.

      ******************************************************************
      * 8300-GRAVA-NAO-AVALIADA - regra de tarifa que depende das dez
      * faixas com tarifa: sem elas nao ha o que calcular, e a regra
      * conta como falha (o par nao pode ser publicado de qualquer
      * forma).
      ******************************************************************
       8300-GRAVA-NAO-AVALIADA.
           MOVE "NAO AVAL." TO WS-REG-RESULTADO.
           ADD 1 TO WS-QTDE-FALHAS.
           WRITE REG-RELATORIO-ANS FROM WS-LINHA-REGRA.
       8300-GRAVA-NAO-AVALIADA-EXIT.
           EXIT.

       END PROGRAM FAIXANS.

      ******************************************************************
      * Author:
      * Date:
      * Purpose: ajuste retroativo de faturamento. Uma correcao de
      *          data de nascimento ou de idade aplicada por POPMANUT
      *          (movimento "A" do titular ou "M" do dependente, ambos
      *          jornalizados em MESTJRNL com as imagens antes/depois)
      *          muda a faixa que deveria ter sido cobrada nos meses
      *          ja faturados por FAIXCUST. Este programa, rodado uma
      *          vez por mes sobre as correcoes do periodo (cartoes
      *          DATA-INI/DATA-FIM), reconstitui a faixa de cada
      *          competencia ja faturada com o dado antigo e com o
      *          corrigido, precifica as duas contra TARIFCTL e grava a
      *          diferenca em FATAJUS - lancamentos de debito/credito
      *          no layout de FATEXTR (copybook FXEFAT) para o contas a
      *          pagar - e o relatorio AJUSRPT por matricula e filial:
      *          competencias afetadas, faixa antiga e nova e valor.
      *          Convencao: a competencia AAAAMM e faturada na virada
      *          do mes, com a idade no dia 01; entao uma correcao
      *          aplicada no mes M atinge as competencias ate M
      *          inclusive, limitadas a MESES-RETRO para tras e ao mes
      *          seguinte a inclusao da pessoa no cadastro. As faixas e
      *          tarifas sao as tabelas vigentes (FAIXACTL/TARIFCTL).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FAIXAJUS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MESTJRNL ASSIGN TO "MESTJRNL"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-MESTJRNL.

           SELECT FAIXACTL ASSIGN TO "FAIXACTL"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-FAIXACTL.

           SELECT TARIFCTL ASSIGN TO "TARIFCTL"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-TARIFCTL.

           SELECT POPMSTR ASSIGN TO "POPMSTR"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS RANDOM
              RECORD KEY IS FXE-MST-MATRICULA
              FILE STATUS IS WS-STATUS-POPMSTR.

           SELECT EXECPARM ASSIGN TO "EXECPARM"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-EXECPARM.

           SELECT FATAJUS ASSIGN TO "FATAJUS"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-FATAJUS.

           SELECT AJUSRPT ASSIGN TO "AJUSRPT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-AJUSRPT.

       DATA DIVISION.
       FILE SECTION.
      ******************************************************************
      * MESTJRNL - jornal de alteracoes do mestre (copybook FXEJRN),
      * lido duas vezes: a primeira colhe as correcoes do periodo, a
      * segunda procura a inclusao de cada pessoa corrigida.
      ******************************************************************
       FD  MESTJRNL
           RECORDING MODE IS F.
       01  REG-JORNAL                 PIC X(200).

       FD  FAIXACTL
           RECORDING MODE IS F.
       01  REG-CONTROLE-FAIXA         PIC X(028).

       01  REG-CONTROLE-FAIXA-ALFA REDEFINES REG-CONTROLE-FAIXA.
           05 FILLER                  PIC X(022).
           05 REG-CTL-MIN-ALFA        PIC X(003).
           05 REG-CTL-MAX-ALFA        PIC X(003).

      ******************************************************************
      * TARIFCTL - tabela de tarifas por faixa (copybook FXETAR), com a
      * mesma critica linha a linha de FAIXCUST.
      ******************************************************************
       FD  TARIFCTL
           RECORDING MODE IS F.
       01  REG-TARIFA                 PIC X(028).

       01  REG-TARIFA-ALFA REDEFINES REG-TARIFA.
           05 REG-TAR-COD-ALFA        PIC X(002).
           05 REG-TAR-VALOR-ALFA      PIC X(009).
           05 FILLER                  PIC X(017).

      ******************************************************************
      * POPMSTR - lido por chave so para achar a filial do titular de
      * um dependente corrigido (a imagem do dependente nao a carrega;
      * o dependente e faturado sob a filial do titular).
      ******************************************************************
       FD  POPMSTR.
       COPY FXEMST.

      ******************************************************************
      * EXECPARM - cartoes PALAVRA=VALOR, como nos demais programas da
      * esteira:
      *   DATA-INI=AAAAMMDD - primeira data de aplicacao de correcao
      *                       considerada (obrigatorio);
      *   DATA-FIM=AAAAMMDD - ultima data considerada (obrigatorio);
      *   MESES-RETRO=NN    - quantas competencias para tras o ajuste
      *                       alcanca, contando a do mes da correcao
      *                       (default 12, de 01 a 60).
      * As datas sao obrigatorias para que duas execucoes mensais
      * nunca ajustem a mesma correcao duas vezes.
      ******************************************************************
       FD  EXECPARM
           RECORDING MODE IS F.
       01  REG-PARAMETRO              PIC X(080).

      ******************************************************************
      * FATAJUS - lancamentos de ajuste no layout de FATEXTR (copybook
      * FXEFAT): tipo de lancamento D/C, competencia, faixa da epoca
      * e a nova faixa, valor = diferenca absoluta.
      ******************************************************************
       FD  FATAJUS
           RECORDING MODE IS F.
       01  REG-FATURA                 PIC X(032).

       FD  AJUSRPT
           RECORDING MODE IS F.
       01  REG-RELATORIO-AJUSTE       PIC X(132).

       WORKING-STORAGE SECTION.
       77  WS-STATUS-MESTJRNL         PIC X(002) VALUE SPACES.
       77  WS-STATUS-FAIXACTL         PIC X(002) VALUE SPACES.
       77  WS-STATUS-TARIFCTL         PIC X(002) VALUE SPACES.
       77  WS-STATUS-POPMSTR          PIC X(002) VALUE SPACES.
       77  WS-STATUS-EXECPARM         PIC X(002) VALUE SPACES.
       77  WS-STATUS-FATAJUS          PIC X(002) VALUE SPACES.
       77  WS-STATUS-AJUSRPT          PIC X(002) VALUE SPACES.

       77  WS-FIM-JORNAL              PIC X(001) VALUE "N".
           88 WS-FIM-ARQ-JORNAL                VALUE "S".
       77  WS-FIM-FAIXACTL            PIC X(001) VALUE "N".
           88 WS-FIM-ARQ-FAIXACTL              VALUE "S".
       77  WS-FIM-TARIFCTL            PIC X(001) VALUE "N".
           88 WS-FIM-ARQ-TARIFCTL              VALUE "S".
       77  WS-FIM-EXECPARM            PIC X(001) VALUE "N".
           88 WS-FIM-ARQ-EXECPARM              VALUE "S".

       77  WS-ERRO-ABERTURA           PIC X(001) VALUE "N".
           88 WS-HOUVE-ERRO-ABERTURA           VALUE "S".

      ******************************************************************
      * Recusa (RETURN-CODE 8): mais correcoes no periodo do que
      * posicoes na tabela. Um ajuste parcial seria pago como se fosse
      * o ajuste inteiro - melhor nao gravar nada e reduzir o periodo.
      ******************************************************************
       77  WS-BLOQUEIO-EXECUCAO       PIC X(001) VALUE "N".
           88 WS-EXECUCAO-BLOQUEADA            VALUE "S".

      ******************************************************************
      * Anomalia (RETURN-CODE 4): competencia que nao pode ser
      * precificada - faixa sem tarifa ou idade apurada de um lado so.
      * Sai no relatorio para o financeiro tratar na mao; nunca e
      * ajustada em zero por silencio.
      ******************************************************************
       77  WS-ANOMALIA-AJUSTE         PIC X(001) VALUE "N".
           88 WS-HOUVE-ANOMALIA                VALUE "S".

       01  WS-DATA-INI                PIC X(008) VALUE SPACES.
       01  WS-DATA-FIM                PIC X(008) VALUE SPACES.
       77  WS-MESES-RETRO             PIC 9(002) VALUE 12.

       77  WS-FAIXA-CTL-MIN           PIC 9(003).
       77  WS-FAIXA-CTL-MAX           PIC 9(003).
       77  WS-QTDE-FAIXAS-LIDAS       PIC 9(002) COMP VALUE ZERO.
       77  WS-IDX-TRABALHO            PIC 9(002) COMP VALUE ZERO.

       77  WS-QTDE-FAIXAS             PIC 9(002) COMP VALUE 5.
       77  WS-QTDE-FAIXAS-MAX         PIC 9(002) COMP VALUE 20.

       COPY FXFAIXA.

       COPY FXETAR.

       01  WS-TABELA-TARIFAS.
           05 WS-TARIFA-ENT OCCURS 20 TIMES
              INDEXED BY WS-IDX-TARIFA-TAB.
              10 WS-TARIFA-COD        PIC X(002).
              10 WS-TARIFA-VALOR      PIC 9(007)V9(002).
       77  WS-QTDE-TARIFAS            PIC 9(002) COMP VALUE ZERO.
       77  WS-IDX-TARIFA              PIC 9(002) COMP VALUE ZERO.

       COPY FXEJRN.
       COPY FXEFAT.

      ******************************************************************
      * Visoes campo a campo das imagens do jornal: titular no layout
      * FXEMST, dependente no layout FXEDEP.
      ******************************************************************
       01  WS-IMAGEM-ANTES            PIC X(080).
       01  WS-IMG-ANTES-MESTRE REDEFINES WS-IMAGEM-ANTES.
           05 FILLER                  PIC X(006).
           05 WS-IAM-IDADE            PIC X(003).
           05 FILLER                  PIC X(011).
           05 WS-IAM-DATA-NASC        PIC X(008).
           05 FILLER                  PIC X(052).
       01  WS-IMG-ANTES-DEP REDEFINES WS-IMAGEM-ANTES.
           05 FILLER                  PIC X(006).
           05 WS-IAD-SEQUENCIA        PIC X(002).
           05 WS-IAD-IDADE            PIC X(003).
           05 FILLER                  PIC X(002).
           05 WS-IAD-DATA-NASC        PIC X(008).
           05 FILLER                  PIC X(059).

       01  WS-IMAGEM-DEPOIS           PIC X(080).
       01  WS-IMG-DEPOIS-MESTRE REDEFINES WS-IMAGEM-DEPOIS.
           05 FILLER                  PIC X(006).
           05 WS-IDM-IDADE            PIC X(003).
           05 FILLER                  PIC X(011).
           05 WS-IDM-DATA-NASC        PIC X(008).
           05 WS-IDM-FILIAL           PIC X(003).
           05 FILLER                  PIC X(049).
       01  WS-IMG-DEPOIS-DEP REDEFINES WS-IMAGEM-DEPOIS.
           05 FILLER                  PIC X(006).
           05 WS-IDD-SEQUENCIA        PIC X(002).
           05 WS-IDD-IDADE            PIC X(003).
           05 FILLER                  PIC X(002).
           05 WS-IDD-DATA-NASC        PIC X(008).
           05 FILLER                  PIC X(059).

      ******************************************************************
      * Tabela das correcoes do periodo, em ordem de matricula +
      * sequencia do dependente (branco no titular) + data, para o
      * relatorio sair agrupado por matricula. WS-COR-MES-INI e a
      * primeira competencia ajustavel (serial de meses, ano * 12 +
      * mes - 1): comeca em MESES-RETRO para tras e sobe para o mes
      * seguinte a inclusao, se a pessoa entrou depois disso.
      ******************************************************************
       01  WS-TABELA-CORRECOES.
           05 WS-COR-ENT OCCURS 2000 TIMES
                         INDEXED BY WS-IDX-COR-TAB.
              10 WS-COR-CHAVE.
                 15 WS-COR-PESSOA.
                    20 WS-COR-MATRICULA   PIC X(006).
                    20 WS-COR-SEQUENCIA   PIC X(002).
                 15 WS-COR-DATA           PIC X(008).
              10 WS-COR-TIPO-BENEF        PIC X(001).
              10 WS-COR-FILIAL            PIC X(003).
              10 WS-COR-IDADE-ANTES       PIC X(003).
              10 WS-COR-NASC-ANTES        PIC X(008).
              10 WS-COR-IDADE-DEPOIS      PIC X(003).
              10 WS-COR-NASC-DEPOIS       PIC X(008).
              10 WS-COR-MES-INI           PIC 9(006).
       77  WS-QTDE-CORRECOES          PIC 9(004) COMP VALUE ZERO.
       77  WS-POS-CORRECAO            PIC 9(004) COMP VALUE ZERO.
       77  WS-IDX-DESLOCA             PIC S9(004) COMP VALUE ZERO.
       77  WS-IDX-COR                 PIC 9(004) COMP VALUE ZERO.

       01  WS-CHAVE-NOVA.
           05 WS-CHN-PESSOA.
              10 WS-CHN-MATRICULA     PIC X(006).
              10 WS-CHN-SEQUENCIA     PIC X(002).
           05 WS-CHN-DATA             PIC X(008).

      ******************************************************************
      * Aritmetica de competencias: datas AAAAMMDD do jornal viram
      * serial de meses para o laco de competencias e voltam a AAAAMM
      * para o lancamento e o relatorio.
      ******************************************************************
       01  WS-DATA-TRABALHO.
           05 WS-TRB-ANO              PIC 9(004).
           05 WS-TRB-MES              PIC 9(002).
           05 WS-TRB-DIA              PIC 9(002).
       01  WS-DATA-TRABALHO-ALFA REDEFINES WS-DATA-TRABALHO
                                      PIC X(008).

       77  WS-MES-SERIAL              PIC 9(006) COMP VALUE ZERO.
       77  WS-MES-FIM                 PIC 9(006) COMP VALUE ZERO.
       77  WS-MES-COMPETENCIA         PIC 9(006) COMP VALUE ZERO.
       77  WS-RESTO-MES               PIC 9(002) COMP VALUE ZERO.

       01  WS-COMPETENCIA.
           05 WS-CMP-ANO              PIC 9(004).
           05 WS-CMP-MES              PIC 9(002).
       01  WS-COMPETENCIA-ALFA REDEFINES WS-COMPETENCIA
                                      PIC X(006).

      ******************************************************************
      * Apuracao da idade na competencia (dia 01), com a mesma regra da
      * classificacao: derivada da data de nascimento quando ela e
      * valida; senao, a idade digitada.
      ******************************************************************
       01  WS-NASC-APURA.
           05 WS-NAP-ANO              PIC 9(004).
           05 WS-NAP-MMDD.
              10 WS-NAP-MES           PIC 9(002).
              10 WS-NAP-DIA           PIC 9(002).
       01  WS-NASC-APURA-ALFA REDEFINES WS-NASC-APURA
                                      PIC X(008).

       01  WS-IDADE-INFORMADA         PIC X(003).
       01  WS-IDADE-INFORMADA-NUM REDEFINES WS-IDADE-INFORMADA
                                      PIC 9(003).

       01  WS-DATA-REFERENCIA.
           05 WS-REF-ANO              PIC 9(004).
           05 WS-REF-MMDD             PIC 9(004).
       01  WS-DATA-REFERENCIA-ALFA REDEFINES WS-DATA-REFERENCIA
                                      PIC X(008).

       77  WS-IDADE-APURADA           PIC 9(003) VALUE ZERO.
       77  WS-SITUACAO-IDADE          PIC X(001) VALUE "N".
           88 WS-IDADE-OK                      VALUE "S".
       77  WS-FAIXA-APURADA           PIC X(002) VALUE SPACES.

       77  WS-IDADE-OK-ANTES          PIC X(001) VALUE "N".
       77  WS-IDADE-OK-DEPOIS         PIC X(001) VALUE "N".
       77  WS-FAIXA-ANTES             PIC X(002) VALUE SPACES.
       77  WS-FAIXA-DEPOIS            PIC X(002) VALUE SPACES.
       77  WS-IDX-TARIFA-ANTES        PIC 9(002) COMP VALUE ZERO.
       77  WS-IDX-TARIFA-DEPOIS       PIC 9(002) COMP VALUE ZERO.
       77  WS-VALOR-ANTES             PIC 9(007)V9(002) VALUE ZERO.
       77  WS-VALOR-DEPOIS            PIC 9(007)V9(002) VALUE ZERO.
       77  WS-DIFERENCA               PIC S9(007)V9(002) VALUE ZERO.

      ******************************************************************
      * Quebra por matricula e acumuladores por filial (ate 10 codigos
      * distintos + OUTRA na posicao 11, como em FAIXCUST) e gerais.
      ******************************************************************
       01  WS-MAT-CORRENTE            PIC X(006) VALUE SPACES.
       77  WS-MAT-MESES               PIC 9(005) COMP VALUE ZERO.
       77  WS-MAT-LIQUIDO             PIC S9(011)V9(002) COMP-3
                                      VALUE ZERO.

       01  WS-TABELA-FILIAIS.
           05 WS-FILIAL-ENT OCCURS 10 TIMES
              INDEXED BY WS-IDX-FILIAL-TAB.
              10 WS-FILIAL-CODIGO     PIC X(003).
       77  WS-QTDE-FILIAIS            PIC 9(002) COMP VALUE ZERO.
       77  WS-IDX-FILIAL              PIC 9(002) COMP VALUE ZERO.

       01  WS-AJUSTE-POR-FILIAL.
           05 WS-AJF-ENT OCCURS 11 TIMES.
              10 WS-AJF-MESES         PIC 9(007) COMP.
              10 WS-AJF-DEBITOS       PIC 9(011)V9(002) COMP-3.
              10 WS-AJF-CREDITOS      PIC 9(011)V9(002) COMP-3.

       77  WS-TOT-MESES               PIC 9(007) COMP VALUE ZERO.
       77  WS-TOT-DEBITOS             PIC 9(011)V9(002) COMP-3
                                      VALUE ZERO.
       77  WS-TOT-CREDITOS            PIC 9(011)V9(002) COMP-3
                                      VALUE ZERO.
       77  WS-LIQUIDO-TRABALHO        PIC S9(011)V9(002) COMP-3
                                      VALUE ZERO.

       77  WS-CONT-JORNAL-LIDOS       PIC 9(007) COMP VALUE ZERO.
       77  WS-CONT-ALTERACOES         PIC 9(007) COMP VALUE ZERO.
       77  WS-CONT-CORRECOES          PIC 9(007) COMP VALUE ZERO.
       77  WS-CONT-SEM-COMPETENCIA    PIC 9(007) COMP VALUE ZERO.
       77  WS-CONT-MATRICULAS         PIC 9(007) COMP VALUE ZERO.
       77  WS-CONT-LANCAMENTOS        PIC 9(007) COMP VALUE ZERO.
       77  WS-CONT-ANOMALIAS          PIC 9(007) COMP VALUE ZERO.

       77  WS-QTDE-EDITADA            PIC ZZZ,ZZ9.

      ******************************************************************
      * Linhas do relatorio AJUSRPT.
      ******************************************************************
       01  WS-LINHA-TITULO-AJU.
           05 WS-TITULO-AJU-TEXTO     PIC X(090).
           05 FILLER                  PIC X(042) VALUE SPACES.

       01  WS-LINHA-AJUSTE-CAB.
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 FILLER                  PIC X(006) VALUE "MATRIC".
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 FILLER                  PIC X(001) VALUE "T".
           05 FILLER                  PIC X(001) VALUE SPACE.
           05 FILLER                  PIC X(002) VALUE "SQ".
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 FILLER                  PIC X(003) VALUE "FIL".
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 FILLER                  PIC X(006) VALUE "COMPET".
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 FILLER                  PIC X(008) VALUE "FX.ANT".
           05 FILLER                  PIC X(005) VALUE "FX.NV".
           05 FILLER                  PIC X(014) VALUE "  VALOR ANTIGO".
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 FILLER                  PIC X(014) VALUE "    VALOR NOVO".
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 FILLER                  PIC X(015)
                                      VALUE "      DIFERENCA".
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 FILLER                  PIC X(007) VALUE "LANC.".
           05 FILLER                  PIC X(034) VALUE SPACES.

       01  WS-LINHA-AJUSTE.
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 WS-LAJ-MATRICULA        PIC X(006).
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 WS-LAJ-TIPO             PIC X(001).
           05 FILLER                  PIC X(001) VALUE SPACE.
           05 WS-LAJ-SEQUENCIA        PIC X(002).
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 WS-LAJ-FILIAL           PIC X(003).
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 WS-LAJ-COMPETENCIA      PIC X(006).
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 WS-LAJ-FAIXA-ANTES      PIC X(002).
           05 FILLER                  PIC X(006) VALUE SPACES.
           05 WS-LAJ-FAIXA-DEPOIS     PIC X(002).
           05 FILLER                  PIC X(003) VALUE SPACES.
           05 WS-LAJ-VALOR-ANTES      PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 WS-LAJ-VALOR-DEPOIS     PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 WS-LAJ-DIFERENCA        PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 WS-LAJ-LANCAMENTO       PIC X(007).
           05 FILLER                  PIC X(034) VALUE SPACES.

       01  WS-LINHA-MATRICULA.
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 FILLER                  PIC X(016)
                                      VALUE "TOTAL MATRICULA ".
           05 WS-LMT-MATRICULA        PIC X(006).
           05 FILLER                  PIC X(018)
                                      VALUE "  MESES AFETADOS: ".
           05 WS-LMT-MESES            PIC ZZ9.
           05 FILLER                  PIC X(011) VALUE "  LIQUIDO: ".
           05 WS-LMT-LIQUIDO          PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(061) VALUE SPACES.

       01  WS-LINHA-FILIAL-CAB.
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 FILLER                  PIC X(006) VALUE "FILIAL".
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 FILLER                  PIC X(007) VALUE "  MESES".
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 FILLER                  PIC X(014) VALUE "       DEBITOS".
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 FILLER                  PIC X(014) VALUE "      CREDITOS".
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 FILLER                  PIC X(015)
                                      VALUE "        LIQUIDO".
           05 FILLER                  PIC X(066) VALUE SPACES.

       01  WS-LINHA-FILIAL.
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 WS-LFL-FILIAL           PIC X(006).
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 WS-LFL-MESES            PIC ZZZ,ZZ9.
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 WS-LFL-DEBITOS          PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 WS-LFL-CREDITOS         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 WS-LFL-LIQUIDO          PIC -ZZZ,ZZZ,ZZ9.99.
           05 FILLER                  PIC X(066) VALUE SPACES.

       01  WS-LINHA-CONTROLE.
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 WS-LCT-ROTULO           PIC X(034).
           05 WS-LCT-QTDE             PIC ZZZ,ZZ9.
           05 FILLER                  PIC X(089) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZACAO
              THRU 1000-INICIALIZACAO-EXIT.

           IF NOT WS-HOUVE-ERRO-ABERTURA
              PERFORM 2000-COLHE-CORRECOES
                 THRU 2000-COLHE-CORRECOES-EXIT
           END-IF.

           IF NOT WS-HOUVE-ERRO-ABERTURA
              AND NOT WS-EXECUCAO-BLOQUEADA
              PERFORM 2500-LIMITA-INCLUSAO
                 THRU 2500-LIMITA-INCLUSAO-EXIT
           END-IF.

           EVALUATE TRUE
              WHEN WS-HOUVE-ERRO-ABERTURA
                 MOVE 16 TO RETURN-CODE
              WHEN WS-EXECUCAO-BLOQUEADA
                 MOVE 8 TO RETURN-CODE
              WHEN OTHER
                 PERFORM 3000-CALCULA-AJUSTES
                    THRU 3000-CALCULA-AJUSTES-EXIT
                 PERFORM 7000-IMPRIME-TOTAIS
                    THRU 7000-IMPRIME-TOTAIS-EXIT
                 IF WS-HOUVE-ANOMALIA
                    MOVE 4 TO RETURN-CODE
                 END-IF
           END-EVALUATE.

           PERFORM 8000-FINALIZACAO
              THRU 8000-FINALIZACAO-EXIT.

           STOP RUN.

      ******************************************************************
      * 1000-INICIALIZACAO - le os cartoes, carrega faixas e tarifas e
      * abre os arquivos. Periodo ausente, tabela de tarifas vazia ou
      * qualquer arquivo que nao abre terminam com RETURN-CODE 16.
      ******************************************************************
       1000-INICIALIZACAO.
           PERFORM 1400-LE-PARAMETROS
              THRU 1400-LE-PARAMETROS-EXIT.
           IF WS-DATA-INI = SPACES OR WS-DATA-FIM = SPACES
              DISPLAY "ERRO FATAL - CARTOES DATA-INI E DATA-FIM SAO"
                 " OBRIGATORIOS EM EXECPARM"
              SET WS-HOUVE-ERRO-ABERTURA TO TRUE
           END-IF.

           PERFORM 1100-CARREGA-FAIXAS
              THRU 1100-CARREGA-FAIXAS-EXIT.

           PERFORM 1200-CARREGA-TARIFAS
              THRU 1200-CARREGA-TARIFAS-EXIT.
           IF WS-QTDE-TARIFAS = ZERO
              DISPLAY "ERRO FATAL - SEM TARIFA VALIDA EM TARIFCTL -"
                 " NADA A PRECIFICAR"
              SET WS-HOUVE-ERRO-ABERTURA TO TRUE
           END-IF.

           OPEN INPUT POPMSTR.
           IF WS-STATUS-POPMSTR NOT = "00"
              DISPLAY
                 "ERRO FATAL - FALHA AO ABRIR POPMSTR - STATUS "
                 WS-STATUS-POPMSTR
              SET WS-HOUVE-ERRO-ABERTURA TO TRUE
           END-IF.

           OPEN OUTPUT FATAJUS.
           IF WS-STATUS-FATAJUS NOT = "00"
              DISPLAY
                 "ERRO FATAL - FALHA AO ABRIR FATAJUS - STATUS "
                 WS-STATUS-FATAJUS
              SET WS-HOUVE-ERRO-ABERTURA TO TRUE
           END-IF.

           OPEN OUTPUT AJUSRPT.
           IF WS-STATUS-AJUSRPT NOT = "00"
              DISPLAY
                 "ERRO FATAL - FALHA AO ABRIR AJUSRPT - STATUS "
                 WS-STATUS-AJUSRPT
              SET WS-HOUVE-ERRO-ABERTURA TO TRUE
           END-IF.

           PERFORM 1600-ZERA-FILIAL
              THRU 1600-ZERA-FILIAL-EXIT
              VARYING WS-IDX-TRABALHO FROM 1 BY 1
              UNTIL WS-IDX-TRABALHO > 11.
       1000-INICIALIZACAO-EXIT.
           EXIT.

       1100-CARREGA-FAIXAS.
           PERFORM 1105-COPIA-FAIXAS-DEFAULT
              THRU 1105-COPIA-FAIXAS-DEFAULT-EXIT
              VARYING WS-IDX-TRABALHO FROM 1 BY 1
              UNTIL WS-IDX-TRABALHO > 5.

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

       1200-CARREGA-TARIFAS.
           OPEN INPUT TARIFCTL.
           IF WS-STATUS-TARIFCTL = "00"
              PERFORM 1210-LE-TARIFA
                 THRU 1210-LE-TARIFA-EXIT
                 UNTIL WS-FIM-ARQ-TARIFCTL
                 OR WS-QTDE-TARIFAS = 20
              CLOSE TARIFCTL
           ELSE
              DISPLAY
                 "ERRO FATAL - FALHA AO ABRIR TARIFCTL - STATUS "
                 WS-STATUS-TARIFCTL
           END-IF.
       1200-CARREGA-TARIFAS-EXIT.
           EXIT.

       1210-LE-TARIFA.
           READ TARIFCTL
              AT END
                 SET WS-FIM-ARQ-TARIFCTL TO TRUE
           END-READ.
           IF NOT WS-FIM-ARQ-TARIFCTL
              IF REG-TAR-COD-ALFA = SPACES
                 DISPLAY "LINHA DE TARIFCTL IGNORADA - CODIGO EM"
                    " BRANCO"
              ELSE
                 IF REG-TAR-VALOR-ALFA IS NUMERIC
                    MOVE REG-TARIFA TO FXE-REGISTRO-TARIFA
                    ADD 1 TO WS-QTDE-TARIFAS
                    MOVE FXE-TAR-FAIXA-COD
                       TO WS-TARIFA-COD (WS-QTDE-TARIFAS)
                    MOVE FXE-TAR-VALOR
                       TO WS-TARIFA-VALOR (WS-QTDE-TARIFAS)
                 ELSE
                    DISPLAY "LINHA DE TARIFCTL IGNORADA - VALOR NAO"
                       " NUMERICO: " REG-TAR-VALOR-ALFA
                 END-IF
              END-IF
           END-IF.
       1210-LE-TARIFA-EXIT.
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
                 WHEN REG-PARAMETRO (1:9) = "DATA-INI="
                    IF REG-PARAMETRO (10:8) IS NUMERIC
                       MOVE REG-PARAMETRO (10:8) TO WS-DATA-INI
                    ELSE
                       DISPLAY "CARTAO DATA-INI IGNORADO - DATA NAO"
                          " NUMERICA: " REG-PARAMETRO (10:8)
                    END-IF
                 WHEN REG-PARAMETRO (1:9) = "DATA-FIM="
                    IF REG-PARAMETRO (10:8) IS NUMERIC
                       MOVE REG-PARAMETRO (10:8) TO WS-DATA-FIM
                    ELSE
                       DISPLAY "CARTAO DATA-FIM IGNORADO - DATA NAO"
                          " NUMERICA: " REG-PARAMETRO (10:8)
                    END-IF
                 WHEN REG-PARAMETRO (1:12) = "MESES-RETRO="
                    IF REG-PARAMETRO (13:2) IS NUMERIC
                       AND REG-PARAMETRO (13:2) NOT = "00"
                       AND REG-PARAMETRO (13:2) NOT > "60"
                       MOVE REG-PARAMETRO (13:2) TO WS-MESES-RETRO
                    ELSE
                       DISPLAY "CARTAO MESES-RETRO IGNORADO - FORA DE"
                          " 01-60: " REG-PARAMETRO (13:2)
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

       1600-ZERA-FILIAL.
           MOVE ZERO TO WS-AJF-MESES (WS-IDX-TRABALHO).
           MOVE ZERO TO WS-AJF-DEBITOS (WS-IDX-TRABALHO).
           MOVE ZERO TO WS-AJF-CREDITOS (WS-IDX-TRABALHO).
       1600-ZERA-FILIAL-EXIT.
           EXIT.

      ******************************************************************
      * 2000-COLHE-CORRECOES - primeira leitura do jornal: toda
      * alteracao de titular ("A") ou de dependente ("M") aplicada no
      * periodo DATA-INI a DATA-FIM que mudou a data de nascimento ou
      * a idade entra na tabela de correcoes. Alteracao de outros
      * campos (departamento, filial, sexo) nao muda faixa e e
      * ignorada.
      ******************************************************************
       2000-COLHE-CORRECOES.
           OPEN INPUT MESTJRNL.
           IF WS-STATUS-MESTJRNL NOT = "00"
              DISPLAY
                 "ERRO FATAL - FALHA AO ABRIR MESTJRNL - STATUS "
                 WS-STATUS-MESTJRNL
              SET WS-HOUVE-ERRO-ABERTURA TO TRUE
              GO TO 2000-COLHE-CORRECOES-EXIT
           END-IF.

           PERFORM 2100-LE-CORRECAO
              THRU 2100-LE-CORRECAO-EXIT
              UNTIL WS-FIM-ARQ-JORNAL.
           CLOSE MESTJRNL.

           IF WS-EXECUCAO-BLOQUEADA
              DISPLAY "AJUSTE RECUSADO - MAIS DE 2000 CORRECOES DE"
                 " NASCIMENTO/IDADE ENTRE " WS-DATA-INI " E "
                 WS-DATA-FIM " - REDUZA O PERIODO"
           END-IF.
       2000-COLHE-CORRECOES-EXIT.
           EXIT.

       2100-LE-CORRECAO.
           READ MESTJRNL
              AT END
                 SET WS-FIM-ARQ-JORNAL TO TRUE
           END-READ.
           IF WS-FIM-ARQ-JORNAL
              GO TO 2100-LE-CORRECAO-EXIT
           END-IF.

           MOVE REG-JORNAL TO FXE-REGISTRO-JORNAL.
           ADD 1 TO WS-CONT-JORNAL-LIDOS.

           IF NOT FXE-JRN-ALTERACAO AND NOT FXE-JRN-ALT-DEPENDENTE
              GO TO 2100-LE-CORRECAO-EXIT
           END-IF.
           IF FXE-JRN-DATA < WS-DATA-INI OR FXE-JRN-DATA > WS-DATA-FIM
              GO TO 2100-LE-CORRECAO-EXIT
           END-IF.
           ADD 1 TO WS-CONT-ALTERACOES.

           MOVE FXE-JRN-ANTES TO WS-IMAGEM-ANTES.
           MOVE FXE-JRN-DEPOIS TO WS-IMAGEM-DEPOIS.
           MOVE FXE-JRN-MATRICULA TO WS-CHN-MATRICULA.
           MOVE FXE-JRN-DATA TO WS-CHN-DATA.

           IF FXE-JRN-ALTERACAO
              IF WS-IAM-IDADE = WS-IDM-IDADE
                 AND WS-IAM-DATA-NASC = WS-IDM-DATA-NASC
                 GO TO 2100-LE-CORRECAO-EXIT
              END-IF
              MOVE SPACES TO WS-CHN-SEQUENCIA
           ELSE
              IF WS-IAD-IDADE = WS-IDD-IDADE
                 AND WS-IAD-DATA-NASC = WS-IDD-DATA-NASC
                 GO TO 2100-LE-CORRECAO-EXIT
              END-IF
              MOVE WS-IDD-SEQUENCIA TO WS-CHN-SEQUENCIA
           END-IF.
           ADD 1 TO WS-CONT-CORRECOES.

           PERFORM 2200-INCLUI-CORRECAO
              THRU 2200-INCLUI-CORRECAO-EXIT.
       2100-LE-CORRECAO-EXIT.
           EXIT.

      ******************************************************************
      * 2200-INCLUI-CORRECAO - inclui a correcao corrente na tabela, na
      * posicao que mantem a ordem de matricula + sequencia + data
      * (depois das chaves iguais, para duas correcoes do mesmo dia
      * ficarem na ordem do jornal), com a faixa de competencias
      * inicial: MESES-RETRO competencias ate a do mes da correcao.
      ******************************************************************
       2200-INCLUI-CORRECAO.
           IF WS-QTDE-CORRECOES NOT < 2000
              SET WS-EXECUCAO-BLOQUEADA TO TRUE
              GO TO 2200-INCLUI-CORRECAO-EXIT
           END-IF.

           MOVE ZERO TO WS-POS-CORRECAO.
           SET WS-IDX-COR-TAB TO 1.
           SEARCH WS-COR-ENT
              AT END
                 CONTINUE
              WHEN WS-IDX-COR-TAB > WS-QTDE-CORRECOES
                 CONTINUE
              WHEN WS-COR-CHAVE (WS-IDX-COR-TAB) > WS-CHAVE-NOVA
                 SET WS-POS-CORRECAO TO WS-IDX-COR-TAB
           END-SEARCH.
           IF WS-POS-CORRECAO = ZERO
              COMPUTE WS-POS-CORRECAO = WS-QTDE-CORRECOES + 1
           END-IF.

           PERFORM 2210-DESLOCA-CORRECAO
              THRU 2210-DESLOCA-CORRECAO-EXIT
              VARYING WS-IDX-DESLOCA FROM WS-QTDE-CORRECOES BY -1
              UNTIL WS-IDX-DESLOCA < WS-POS-CORRECAO.
           ADD 1 TO WS-QTDE-CORRECOES.

           MOVE WS-CHAVE-NOVA TO WS-COR-CHAVE (WS-POS-CORRECAO).
           IF FXE-JRN-ALTERACAO
              MOVE SPACE TO WS-COR-TIPO-BENEF (WS-POS-CORRECAO)
              MOVE WS-IDM-FILIAL TO WS-COR-FILIAL (WS-POS-CORRECAO)
              MOVE WS-IAM-IDADE TO WS-COR-IDADE-ANTES (WS-POS-CORRECAO)
              MOVE WS-IAM-DATA-NASC
                 TO WS-COR-NASC-ANTES (WS-POS-CORRECAO)
              MOVE WS-IDM-IDADE
                 TO WS-COR-IDADE-DEPOIS (WS-POS-CORRECAO)
              MOVE WS-IDM-DATA-NASC
                 TO WS-COR-NASC-DEPOIS (WS-POS-CORRECAO)
           ELSE
              MOVE "D" TO WS-COR-TIPO-BENEF (WS-POS-CORRECAO)
              MOVE FXE-JRN-MATRICULA TO FXE-MST-MATRICULA
              READ POPMSTR
              IF WS-STATUS-POPMSTR = "00"
                 MOVE FXE-MST-FILIAL TO WS-COR-FILIAL (WS-POS-CORRECAO)
              ELSE
                 MOVE SPACES TO WS-COR-FILIAL (WS-POS-CORRECAO)
              END-IF
              MOVE WS-IAD-IDADE TO WS-COR-IDADE-ANTES (WS-POS-CORRECAO)
              MOVE WS-IAD-DATA-NASC
                 TO WS-COR-NASC-ANTES (WS-POS-CORRECAO)
              MOVE WS-IDD-IDADE
                 TO WS-COR-IDADE-DEPOIS (WS-POS-CORRECAO)
              MOVE WS-IDD-DATA-NASC
                 TO WS-COR-NASC-DEPOIS (WS-POS-CORRECAO)
           END-IF.

           MOVE FXE-JRN-DATA TO WS-DATA-TRABALHO-ALFA.
           COMPUTE WS-MES-SERIAL = WS-TRB-ANO * 12 + WS-TRB-MES - 1.
           COMPUTE WS-COR-MES-INI (WS-POS-CORRECAO)
              = WS-MES-SERIAL - WS-MESES-RETRO + 1.
       2200-INCLUI-CORRECAO-EXIT.
           EXIT.

       2210-DESLOCA-CORRECAO.
           MOVE WS-COR-ENT (WS-IDX-DESLOCA)
              TO WS-COR-ENT (WS-IDX-DESLOCA + 1).
       2210-DESLOCA-CORRECAO-EXIT.
           EXIT.

      ******************************************************************
      * 2500-LIMITA-INCLUSAO - segunda leitura do jornal: cada inclusao
      * ("I" do titular, "N" do dependente) de uma pessoa da tabela,
      * aplicada antes da correcao, adia a primeira competencia
      * ajustavel para o mes seguinte ao da inclusao - antes disso a
      * pessoa nao foi faturada e nao ha o que ajustar. Vale a ultima
      * inclusao anterior a correcao (uma readmissao reinicia a
      * contagem).
      ******************************************************************
       2500-LIMITA-INCLUSAO.
           IF WS-QTDE-CORRECOES = ZERO
              GO TO 2500-LIMITA-INCLUSAO-EXIT
           END-IF.

           MOVE "N" TO WS-FIM-JORNAL.
           OPEN INPUT MESTJRNL.
           IF WS-STATUS-MESTJRNL NOT = "00"
              DISPLAY
                 "ERRO FATAL - FALHA AO REABRIR MESTJRNL - STATUS "
                 WS-STATUS-MESTJRNL
              SET WS-HOUVE-ERRO-ABERTURA TO TRUE
              GO TO 2500-LIMITA-INCLUSAO-EXIT
           END-IF.

           PERFORM 2600-LE-INCLUSAO
              THRU 2600-LE-INCLUSAO-EXIT
              UNTIL WS-FIM-ARQ-JORNAL.
           CLOSE MESTJRNL.
       2500-LIMITA-INCLUSAO-EXIT.
           EXIT.

       2600-LE-INCLUSAO.
           READ MESTJRNL
              AT END
                 SET WS-FIM-ARQ-JORNAL TO TRUE
           END-READ.
           IF WS-FIM-ARQ-JORNAL
              GO TO 2600-LE-INCLUSAO-EXIT
           END-IF.

           MOVE REG-JORNAL TO FXE-REGISTRO-JORNAL.
           IF NOT FXE-JRN-INCLUSAO AND NOT FXE-JRN-INC-DEPENDENTE
              GO TO 2600-LE-INCLUSAO-EXIT
           END-IF.

           MOVE FXE-JRN-MATRICULA TO WS-CHN-MATRICULA.
           IF FXE-JRN-INCLUSAO
              MOVE SPACES TO WS-CHN-SEQUENCIA
           ELSE
              MOVE FXE-JRN-DEPOIS TO WS-IMAGEM-DEPOIS
              MOVE WS-IDD-SEQUENCIA TO WS-CHN-SEQUENCIA
           END-IF.

           MOVE ZERO TO WS-POS-CORRECAO.
           SET WS-IDX-COR-TAB TO 1.
           SEARCH WS-COR-ENT
              AT END
                 CONTINUE
              WHEN WS-IDX-COR-TAB > WS-QTDE-CORRECOES
                 CONTINUE
              WHEN WS-COR-PESSOA (WS-IDX-COR-TAB) NOT < WS-CHN-PESSOA
                 SET WS-POS-CORRECAO TO WS-IDX-COR-TAB
           END-SEARCH.
           IF WS-POS-CORRECAO = ZERO
              GO TO 2600-LE-INCLUSAO-EXIT
           END-IF.

           MOVE FXE-JRN-DATA TO WS-DATA-TRABALHO-ALFA.
           COMPUTE WS-MES-SERIAL = WS-TRB-ANO * 12 + WS-TRB-MES.

           PERFORM 2610-APLICA-INCLUSAO
              THRU 2610-APLICA-INCLUSAO-EXIT
              VARYING WS-IDX-COR FROM WS-POS-CORRECAO BY 1
              UNTIL WS-IDX-COR > WS-QTDE-CORRECOES
              OR WS-COR-PESSOA (WS-IDX-COR) NOT = WS-CHN-PESSOA.
       2600-LE-INCLUSAO-EXIT.
           EXIT.

       2610-APLICA-INCLUSAO.
           IF WS-COR-DATA (WS-IDX-COR) > FXE-JRN-DATA
              AND WS-COR-MES-INI (WS-IDX-COR) < WS-MES-SERIAL
              MOVE WS-MES-SERIAL TO WS-COR-MES-INI (WS-IDX-COR)
           END-IF.
       2610-APLICA-INCLUSAO-EXIT.
           EXIT.

      ******************************************************************
      * 3000-CALCULA-AJUSTES - percorre a tabela de correcoes (ja em
      * ordem de matricula) e, para cada uma, cada competencia
      * ajustavel ate a do mes da correcao. A quebra de matricula
      * imprime o total da matricula anterior.
      ******************************************************************
       3000-CALCULA-AJUSTES.
           MOVE SPACES TO WS-LINHA-TITULO-AJU.
           STRING "AJUSTE RETROATIVO DE FATURAMENTO - CORRECOES DE "
              WS-DATA-INI " A " WS-DATA-FIM
              DELIMITED BY SIZE INTO WS-TITULO-AJU-TEXTO.
           WRITE REG-RELATORIO-AJUSTE FROM WS-LINHA-TITULO-AJU.
           WRITE REG-RELATORIO-AJUSTE FROM WS-LINHA-AJUSTE-CAB.

           PERFORM 3100-TRATA-CORRECAO
              THRU 3100-TRATA-CORRECAO-EXIT
              VARYING WS-IDX-COR FROM 1 BY 1
              UNTIL WS-IDX-COR > WS-QTDE-CORRECOES.

           IF WS-MAT-CORRENTE NOT = SPACES
              PERFORM 3600-FECHA-MATRICULA
                 THRU 3600-FECHA-MATRICULA-EXIT
           END-IF.
       3000-CALCULA-AJUSTES-EXIT.
           EXIT.

       3100-TRATA-CORRECAO.
           IF WS-COR-MATRICULA (WS-IDX-COR) NOT = WS-MAT-CORRENTE
              IF WS-MAT-CORRENTE NOT = SPACES
                 PERFORM 3600-FECHA-MATRICULA
                    THRU 3600-FECHA-MATRICULA-EXIT
              END-IF
              MOVE WS-COR-MATRICULA (WS-IDX-COR) TO WS-MAT-CORRENTE
              MOVE ZERO TO WS-MAT-MESES
              MOVE ZERO TO WS-MAT-LIQUIDO
           END-IF.

           MOVE WS-COR-DATA (WS-IDX-COR) TO WS-DATA-TRABALHO-ALFA.
           COMPUTE WS-MES-FIM = WS-TRB-ANO * 12 + WS-TRB-MES - 1.
           IF WS-COR-MES-INI (WS-IDX-COR) > WS-MES-FIM
              ADD 1 TO WS-CONT-SEM-COMPETENCIA
              GO TO 3100-TRATA-CORRECAO-EXIT
           END-IF.

           PERFORM 3200-TRATA-COMPETENCIA
              THRU 3200-TRATA-COMPETENCIA-EXIT
              VARYING WS-MES-COMPETENCIA
              FROM WS-COR-MES-INI (WS-IDX-COR) BY 1
              UNTIL WS-MES-COMPETENCIA > WS-MES-FIM.
       3100-TRATA-CORRECAO-EXIT.
           EXIT.

      ******************************************************************
      * 3200-TRATA-COMPETENCIA - apura a faixa da competencia com o
      * dado antigo e com o corrigido. Faixa igual nao gera nada;
      * faixa diferente imprime a linha e, havendo diferenca de
      * tarifa, grava o lancamento: debito quando a faixa correta e
      * mais cara (cobrado a menos), credito quando e mais barata.
      ******************************************************************
       3200-TRATA-COMPETENCIA.
           DIVIDE WS-MES-COMPETENCIA BY 12 GIVING WS-CMP-ANO
              REMAINDER WS-RESTO-MES.
           COMPUTE WS-CMP-MES = WS-RESTO-MES + 1.
           MOVE WS-CMP-ANO TO WS-REF-ANO.
           COMPUTE WS-REF-MMDD = WS-CMP-MES * 100 + 1.

           MOVE WS-COR-NASC-ANTES (WS-IDX-COR) TO WS-NASC-APURA-ALFA.
           MOVE WS-COR-IDADE-ANTES (WS-IDX-COR) TO WS-IDADE-INFORMADA.
           PERFORM 3300-APURA-FAIXA
              THRU 3300-APURA-FAIXA-EXIT.
           MOVE WS-SITUACAO-IDADE TO WS-IDADE-OK-ANTES.
           MOVE WS-FAIXA-APURADA TO WS-FAIXA-ANTES.

           MOVE WS-COR-NASC-DEPOIS (WS-IDX-COR) TO WS-NASC-APURA-ALFA.
           MOVE WS-COR-IDADE-DEPOIS (WS-IDX-COR) TO WS-IDADE-INFORMADA.
           PERFORM 3300-APURA-FAIXA
              THRU 3300-APURA-FAIXA-EXIT.
           MOVE WS-SITUACAO-IDADE TO WS-IDADE-OK-DEPOIS.
           MOVE WS-FAIXA-APURADA TO WS-FAIXA-DEPOIS.

      *    Sem idade apurada nos dois lados a pessoa nao existia na
      *    competencia (nascimento posterior) e nao ha o que ajustar.
           IF WS-IDADE-OK-ANTES = "N" AND WS-IDADE-OK-DEPOIS = "N"
              GO TO 3200-TRATA-COMPETENCIA-EXIT
           END-IF.
           IF WS-IDADE-OK-ANTES = "N" OR WS-IDADE-OK-DEPOIS = "N"
              PERFORM 3500-REPORTA-ANOMALIA
                 THRU 3500-REPORTA-ANOMALIA-EXIT
              GO TO 3200-TRATA-COMPETENCIA-EXIT
           END-IF.
           IF WS-FAIXA-ANTES = WS-FAIXA-DEPOIS
              GO TO 3200-TRATA-COMPETENCIA-EXIT
           END-IF.

           MOVE WS-FAIXA-ANTES TO WS-FAIXA-APURADA.
           PERFORM 3400-PROCURA-TARIFA
              THRU 3400-PROCURA-TARIFA-EXIT.
           MOVE WS-IDX-TARIFA TO WS-IDX-TARIFA-ANTES.
           MOVE WS-FAIXA-DEPOIS TO WS-FAIXA-APURADA.
           PERFORM 3400-PROCURA-TARIFA
              THRU 3400-PROCURA-TARIFA-EXIT.
           MOVE WS-IDX-TARIFA TO WS-IDX-TARIFA-DEPOIS.
           IF WS-IDX-TARIFA-ANTES = ZERO OR WS-IDX-TARIFA-DEPOIS = ZERO
              PERFORM 3500-REPORTA-ANOMALIA
                 THRU 3500-REPORTA-ANOMALIA-EXIT
              GO TO 3200-TRATA-COMPETENCIA-EXIT
           END-IF.

           MOVE WS-TARIFA-VALOR (WS-IDX-TARIFA-ANTES) TO WS-VALOR-ANTES.
           MOVE WS-TARIFA-VALOR (WS-IDX-TARIFA-DEPOIS)
              TO WS-VALOR-DEPOIS.
           COMPUTE WS-DIFERENCA = WS-VALOR-DEPOIS - WS-VALOR-ANTES.

           MOVE SPACES TO WS-LINHA-AJUSTE.
           MOVE WS-COR-MATRICULA (WS-IDX-COR) TO WS-LAJ-MATRICULA.
           IF WS-COR-TIPO-BENEF (WS-IDX-COR) = "D"
              MOVE "D" TO WS-LAJ-TIPO
           ELSE
              MOVE "T" TO WS-LAJ-TIPO
           END-IF.
           MOVE WS-COR-SEQUENCIA (WS-IDX-COR) TO WS-LAJ-SEQUENCIA.
           MOVE WS-COR-FILIAL (WS-IDX-COR) TO WS-LAJ-FILIAL.
           MOVE WS-COMPETENCIA-ALFA TO WS-LAJ-COMPETENCIA.
           MOVE WS-FAIXA-ANTES TO WS-LAJ-FAIXA-ANTES.
           MOVE WS-FAIXA-DEPOIS TO WS-LAJ-FAIXA-DEPOIS.
           MOVE WS-VALOR-ANTES TO WS-LAJ-VALOR-ANTES.
           MOVE WS-VALOR-DEPOIS TO WS-LAJ-VALOR-DEPOIS.
           MOVE WS-DIFERENCA TO WS-LAJ-DIFERENCA.
           EVALUATE TRUE
              WHEN WS-DIFERENCA > ZERO
                 MOVE "DEBITO" TO WS-LAJ-LANCAMENTO
              WHEN WS-DIFERENCA < ZERO
                 MOVE "CREDITO" TO WS-LAJ-LANCAMENTO
              WHEN OTHER
                 MOVE "-" TO WS-LAJ-LANCAMENTO
           END-EVALUATE.
           WRITE REG-RELATORIO-AJUSTE FROM WS-LINHA-AJUSTE.

           ADD 1 TO WS-MAT-MESES.
           ADD WS-DIFERENCA TO WS-MAT-LIQUIDO.

           PERFORM 3450-LOCALIZA-FILIAL
              THRU 3450-LOCALIZA-FILIAL-EXIT.
           ADD 1 TO WS-AJF-MESES (WS-IDX-FILIAL).
           ADD 1 TO WS-TOT-MESES.

           IF WS-DIFERENCA NOT = ZERO
              PERFORM 3700-GRAVA-LANCAMENTO
                 THRU 3700-GRAVA-LANCAMENTO-EXIT
           END-IF.
       3200-TRATA-COMPETENCIA-EXIT.
           EXIT.

      ******************************************************************
      * 3300-APURA-FAIXA - idade no dia 01 da competencia e faixa
      * correspondente na tabela vigente ("OU" fora de qualquer
      * faixa, como na classificacao). Data de nascimento valida mas
      * posterior a competencia deixa a idade sem apurar.
      ******************************************************************
       3300-APURA-FAIXA.
           MOVE "N" TO WS-SITUACAO-IDADE.
           MOVE SPACES TO WS-FAIXA-APURADA.

           IF WS-NASC-APURA-ALFA IS NUMERIC
              AND WS-NAP-MES >= 1 AND WS-NAP-MES <= 12
              AND WS-NAP-DIA >= 1 AND WS-NAP-DIA <= 31
              AND WS-NAP-ANO >= 1850
              IF WS-NASC-APURA-ALFA > WS-DATA-REFERENCIA-ALFA
                 GO TO 3300-APURA-FAIXA-EXIT
              END-IF
              COMPUTE WS-IDADE-APURADA = WS-REF-ANO - WS-NAP-ANO
              IF WS-REF-MMDD < WS-NAP-MMDD
                 SUBTRACT 1 FROM WS-IDADE-APURADA
              END-IF
              SET WS-IDADE-OK TO TRUE
           ELSE
              IF WS-IDADE-INFORMADA IS NUMERIC
                 MOVE WS-IDADE-INFORMADA-NUM TO WS-IDADE-APURADA
                 SET WS-IDADE-OK TO TRUE
              END-IF
           END-IF.

           IF NOT WS-IDADE-OK OR WS-IDADE-APURADA > 120
              MOVE "N" TO WS-SITUACAO-IDADE
              GO TO 3300-APURA-FAIXA-EXIT
           END-IF.

           MOVE "OU" TO WS-FAIXA-APURADA.
           SET FXE-IDX-FAIXA TO 1.
           SEARCH FXE-FAIXA
              AT END
                 CONTINUE
              WHEN WS-IDADE-APURADA >= FXE-FAIXA-MIN (FXE-IDX-FAIXA)
                 AND WS-IDADE-APURADA <= FXE-FAIXA-MAX (FXE-IDX-FAIXA)
                 MOVE FXE-FAIXA-CODIGO (FXE-IDX-FAIXA)
                    TO WS-FAIXA-APURADA
           END-SEARCH.
       3300-APURA-FAIXA-EXIT.
           EXIT.

       3400-PROCURA-TARIFA.
           MOVE ZERO TO WS-IDX-TARIFA.
           SET WS-IDX-TARIFA-TAB TO 1.
           SEARCH WS-TARIFA-ENT
              AT END
                 CONTINUE
              WHEN WS-IDX-TARIFA-TAB > WS-QTDE-TARIFAS
                 CONTINUE
              WHEN WS-TARIFA-COD (WS-IDX-TARIFA-TAB) = WS-FAIXA-APURADA
                 SET WS-IDX-TARIFA TO WS-IDX-TARIFA-TAB
           END-SEARCH.
       3400-PROCURA-TARIFA-EXIT.
           EXIT.

       3450-LOCALIZA-FILIAL.
           MOVE ZERO TO WS-IDX-FILIAL.

           SET WS-IDX-FILIAL-TAB TO 1.
           SEARCH WS-FILIAL-ENT
              AT END
                 CONTINUE
              WHEN WS-IDX-FILIAL-TAB > WS-QTDE-FILIAIS
                 CONTINUE
              WHEN WS-FILIAL-CODIGO (WS-IDX-FILIAL-TAB)
                 = WS-COR-FILIAL (WS-IDX-COR)
                 SET WS-IDX-FILIAL TO WS-IDX-FILIAL-TAB
           END-SEARCH.

           IF WS-IDX-FILIAL = ZERO
              IF WS-QTDE-FILIAIS < 10
                 ADD 1 TO WS-QTDE-FILIAIS
                 MOVE WS-COR-FILIAL (WS-IDX-COR)
                    TO WS-FILIAL-CODIGO (WS-QTDE-FILIAIS)
                 MOVE WS-QTDE-FILIAIS TO WS-IDX-FILIAL
              ELSE
                 MOVE 11 TO WS-IDX-FILIAL
              END-IF
           END-IF.
       3450-LOCALIZA-FILIAL-EXIT.
           EXIT.

      ******************************************************************
      * 3500-REPORTA-ANOMALIA - competencia que nao pode ser
      * precificada: idade apurada de um lado so, ou faixa sem tarifa
      * em TARIFCTL. Sai no relatorio e liga o RETURN-CODE 4.
      ******************************************************************
       3500-REPORTA-ANOMALIA.
           ADD 1 TO WS-CONT-ANOMALIAS.
           SET WS-HOUVE-ANOMALIA TO TRUE.
           MOVE SPACES TO WS-LINHA-TITULO-AJU.
           STRING "ANOMALIA - COMPETENCIA NAO PRECIFICADA: MATRICULA "
              WS-COR-MATRICULA (WS-IDX-COR) " SEQ "
              WS-COR-SEQUENCIA (WS-IDX-COR) " COMPETENCIA "
              WS-COMPETENCIA-ALFA " FAIXAS '" WS-FAIXA-ANTES "'/'"
              WS-FAIXA-DEPOIS "'"
              DELIMITED BY SIZE INTO WS-TITULO-AJU-TEXTO.
           WRITE REG-RELATORIO-AJUSTE FROM WS-LINHA-TITULO-AJU.
       3500-REPORTA-ANOMALIA-EXIT.
           EXIT.

       3600-FECHA-MATRICULA.
           IF WS-MAT-MESES > ZERO
              ADD 1 TO WS-CONT-MATRICULAS
              MOVE WS-MAT-CORRENTE TO WS-LMT-MATRICULA
              MOVE WS-MAT-MESES TO WS-LMT-MESES
              MOVE WS-MAT-LIQUIDO TO WS-LMT-LIQUIDO
              WRITE REG-RELATORIO-AJUSTE FROM WS-LINHA-MATRICULA
           END-IF.
       3600-FECHA-MATRICULA-EXIT.
           EXIT.

       3700-GRAVA-LANCAMENTO.
           MOVE SPACES TO FXE-REGISTRO-FATURA.
           MOVE WS-COR-MATRICULA (WS-IDX-COR) TO FXE-FAT-MATRICULA.
           MOVE WS-FAIXA-DEPOIS TO FXE-FAT-FAIXA-COD.
           MOVE WS-COR-TIPO-BENEF (WS-IDX-COR) TO FXE-FAT-TIPO-BENEF.
           MOVE WS-COR-SEQUENCIA (WS-IDX-COR)
              TO FXE-FAT-SEQ-DEPENDENTE.
           MOVE WS-COMPETENCIA-ALFA TO FXE-FAT-COMPETENCIA.
           MOVE WS-FAIXA-ANTES TO FXE-FAT-FAIXA-ANTERIOR.
           IF WS-DIFERENCA > ZERO
              SET FXE-FAT-DEBITO TO TRUE
              MOVE WS-DIFERENCA TO FXE-FAT-VALOR
              ADD WS-DIFERENCA TO WS-AJF-DEBITOS (WS-IDX-FILIAL)
              ADD WS-DIFERENCA TO WS-TOT-DEBITOS
           ELSE
              SET FXE-FAT-CREDITO TO TRUE
              COMPUTE FXE-FAT-VALOR = 0 - WS-DIFERENCA
              SUBTRACT WS-DIFERENCA FROM WS-AJF-CREDITOS (WS-IDX-FILIAL)
              SUBTRACT WS-DIFERENCA FROM WS-TOT-CREDITOS
           END-IF.
           WRITE REG-FATURA FROM FXE-REGISTRO-FATURA.
           ADD 1 TO WS-CONT-LANCAMENTOS.
       3700-GRAVA-LANCAMENTO-EXIT.
           EXIT.

      ******************************************************************
      * 7000-IMPRIME-TOTAIS - totais por filial (debito, credito e
      * liquido, com a coluna OUTRA alem da decima filial) e o
      * controle da execucao.
      ******************************************************************
       7000-IMPRIME-TOTAIS.
           MOVE SPACES TO WS-LINHA-TITULO-AJU.
           MOVE "AJUSTE POR FILIAL" TO WS-TITULO-AJU-TEXTO.
           WRITE REG-RELATORIO-AJUSTE FROM WS-LINHA-TITULO-AJU.
           WRITE REG-RELATORIO-AJUSTE FROM WS-LINHA-FILIAL-CAB.

           PERFORM 7100-IMPRIME-LINHA-FILIAL
              THRU 7100-IMPRIME-LINHA-FILIAL-EXIT
              VARYING WS-IDX-FILIAL FROM 1 BY 1
              UNTIL WS-IDX-FILIAL > WS-QTDE-FILIAIS.

           IF WS-AJF-MESES (11) > ZERO
              MOVE 11 TO WS-IDX-FILIAL
              PERFORM 7100-IMPRIME-LINHA-FILIAL
                 THRU 7100-IMPRIME-LINHA-FILIAL-EXIT
           END-IF.

           MOVE "TOTAL" TO WS-LFL-FILIAL.
           MOVE WS-TOT-MESES TO WS-LFL-MESES.
           MOVE WS-TOT-DEBITOS TO WS-LFL-DEBITOS.
           MOVE WS-TOT-CREDITOS TO WS-LFL-CREDITOS.
           COMPUTE WS-LIQUIDO-TRABALHO = WS-TOT-DEBITOS
              - WS-TOT-CREDITOS.
           MOVE WS-LIQUIDO-TRABALHO TO WS-LFL-LIQUIDO.
           WRITE REG-RELATORIO-AJUSTE FROM WS-LINHA-FILIAL.

           MOVE SPACES TO WS-LINHA-TITULO-AJU.
           MOVE "CONTROLE DA EXECUCAO" TO WS-TITULO-AJU-TEXTO.
           WRITE REG-RELATORIO-AJUSTE FROM WS-LINHA-TITULO-AJU.
           MOVE "LANCAMENTOS DO JORNAL LIDOS" TO WS-LCT-ROTULO.
           MOVE WS-CONT-JORNAL-LIDOS TO WS-LCT-QTDE.
           WRITE REG-RELATORIO-AJUSTE FROM WS-LINHA-CONTROLE.
           MOVE "ALTERACOES NO PERIODO" TO WS-LCT-ROTULO.
           MOVE WS-CONT-ALTERACOES TO WS-LCT-QTDE.
           WRITE REG-RELATORIO-AJUSTE FROM WS-LINHA-CONTROLE.
           MOVE "CORRECOES DE NASCIMENTO/IDADE" TO WS-LCT-ROTULO.
           MOVE WS-CONT-CORRECOES TO WS-LCT-QTDE.
           WRITE REG-RELATORIO-AJUSTE FROM WS-LINHA-CONTROLE.
           MOVE "  SEM COMPETENCIA FATURADA" TO WS-LCT-ROTULO.
           MOVE WS-CONT-SEM-COMPETENCIA TO WS-LCT-QTDE.
           WRITE REG-RELATORIO-AJUSTE FROM WS-LINHA-CONTROLE.
           MOVE "MATRICULAS COM MUDANCA DE FAIXA" TO WS-LCT-ROTULO.
           MOVE WS-CONT-MATRICULAS TO WS-LCT-QTDE.
           WRITE REG-RELATORIO-AJUSTE FROM WS-LINHA-CONTROLE.
           MOVE "LANCAMENTOS GRAVADOS EM FATAJUS" TO WS-LCT-ROTULO.
           MOVE WS-CONT-LANCAMENTOS TO WS-LCT-QTDE.
           WRITE REG-RELATORIO-AJUSTE FROM WS-LINHA-CONTROLE.
           MOVE "COMPETENCIAS NAO PRECIFICADAS" TO WS-LCT-ROTULO.
           MOVE WS-CONT-ANOMALIAS TO WS-LCT-QTDE.
           WRITE REG-RELATORIO-AJUSTE FROM WS-LINHA-CONTROLE.
       7000-IMPRIME-TOTAIS-EXIT.
           EXIT.

       7100-IMPRIME-LINHA-FILIAL.
           IF WS-IDX-FILIAL = 11
              MOVE "OUTRA" TO WS-LFL-FILIAL
           ELSE
              MOVE WS-FILIAL-CODIGO (WS-IDX-FILIAL) TO WS-LFL-FILIAL
           END-IF.
           MOVE WS-AJF-MESES (WS-IDX-FILIAL) TO WS-LFL-MESES.
           MOVE WS-AJF-DEBITOS (WS-IDX-FILIAL) TO WS-LFL-DEBITOS.
           MOVE WS-AJF-CREDITOS (WS-IDX-FILIAL) TO WS-LFL-CREDITOS.
           COMPUTE WS-LIQUIDO-TRABALHO = WS-AJF-DEBITOS (WS-IDX-FILIAL)
              - WS-AJF-CREDITOS (WS-IDX-FILIAL).
           MOVE WS-LIQUIDO-TRABALHO TO WS-LFL-LIQUIDO.
           WRITE REG-RELATORIO-AJUSTE FROM WS-LINHA-FILIAL.
       7100-IMPRIME-LINHA-FILIAL-EXIT.
           EXIT.

       8000-FINALIZACAO.
           CLOSE POPMSTR.
           CLOSE FATAJUS.
           CLOSE AJUSRPT.
       8000-FINALIZACAO-EXIT.
           EXIT.

       END PROGRAM FAIXAJUS.

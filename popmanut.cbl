      *          isso deixa de aparecer no descarregamento - e portanto
      *          em RELATSAI, no EXTRATO e na matriz de cruzamento - na
      *          mesma noite, sem reconstrucao manual de POPULIN.
      *          Os movimentos N/M/R mantem o cadastro de dependentes
      *          (DEPMSTR), chaveado por matricula do titular +
      *          sequencia; a exclusao de um titular leva junto os
      *          seus dependentes, para que ninguem fique faturado sob
      *          uma matricula desligada.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
              RECORD KEY IS FXE-MST-MATRICULA
              FILE STATUS IS WS-STATUS-POPMSTR.

           SELECT DEPMSTR ASSIGN TO "DEPMSTR"
              ORGANIZATION IS INDEXED
              ACCESS MODE IS DYNAMIC
              RECORD KEY IS FXE-DEP-CHAVE
              FILE STATUS IS WS-STATUS-DEPMSTR.

           SELECT POPULOUT ASSIGN TO "POPULOUT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-POPULOUT.
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-EXECPARM.

           SELECT JOBSTAT ASSIGN TO "JOBSTAT"
              ORGANIZATION IS LINE SEQUENTIAL
              FILE STATUS IS WS-STATUS-JOBSTAT.

       DATA DIVISION.
       FILE SECTION.
       FD  MOVIMENT
       FD  POPMSTR.
       COPY FXEMST.

      ******************************************************************
      * DEPMSTR - cadastro de dependentes, indexado por matricula do
      * titular + sequencia do dependente (copybook FXEDEP). Lido
      * direto pela classificacao, logo apos cada titular.
      ******************************************************************
       FD  DEPMSTR.
       COPY FXEDEP.

      ******************************************************************
      * POPULOUT - descarregamento sequencial do mestre atualizado, no
      * layout de POPULIN, consumido pelo passo de classificacao.
      * Com execucao pendente e SEM cartao, a manutencao recusa
      * partir: reaplicar o MOVIMENT inteiro duplicaria inclusoes e
      * transformaria exclusoes em nao-encontradas.
      * Em qualquer execucao, JOB=nome e PASSO=nome identificam o
      * passo na situacao gravada em JOBSTAT.
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
       77  WS-STATUS-MOVIMENT         PIC X(002) VALUE SPACES.
       77  WS-STATUS-POPMSTR          PIC X(002) VALUE SPACES.
       77  WS-STATUS-DEPMSTR          PIC X(002) VALUE SPACES.
       77  WS-STATUS-POPULOUT         PIC X(002) VALUE SPACES.
       77  WS-STATUS-MESTJRNL         PIC X(002) VALUE SPACES.
       77  WS-STATUS-EXECPARM         PIC X(002) VALUE SPACES.
       77  WS-STATUS-JOBSTAT          PIC X(002) VALUE SPACES.

       77  WS-FIM-MOVIMENT            PIC X(001) VALUE "N".
           88 WS-FIM-ARQ-MOVIMENT              VALUE "S".
       77  WS-FIM-MESTRE              PIC X(001) VALUE "N".
           88 WS-FIM-ARQ-MESTRE                VALUE "S".

       77  WS-FIM-DEPENDENTES         PIC X(001) VALUE "N".
           88 WS-FIM-DEPENDENTES-TITULAR       VALUE "S".

      ******************************************************************
      * Ligada se MOVIMENT, POPMSTR, DEPMSTR ou POPULOUT nao abrirem -
      * sem eles nao ha o que aplicar nem o que descarregar.
      * 0000-MAINLINE usa esta chave para devolver RETURN-CODE alto em
      * vez de deixar o primeiro READ/WRITE abortar o job sem
      * explicacao.
      ******************************************************************
       77  WS-ERRO-ABERTURA           PIC X(001) VALUE "N".
           88 WS-HOUVE-ERRO-ABERTURA           VALUE "S".
      * Contadores do relatorio de controle exibido ao final: um por
      * tipo de movimento aplicado, um para movimentos rejeitados
      * (tipo desconhecido, matricula nao numerica, inclusao de
      * matricula ja existente ou da faixa reservada, alteracao/
      * exclusao de matricula inexistente, dependente com dados
      * invalidos) e um para os registros descarregados.
      ******************************************************************
       77  WS-CONT-MOV-LIDOS          PIC 9(007) COMP VALUE ZERO.
       77  WS-CONT-INCLUSOES          PIC 9(007) COMP VALUE ZERO.
       77  WS-CONT-MOV-REJEITADOS     PIC 9(007) COMP VALUE ZERO.
       77  WS-CONT-DESCARREGADOS      PIC 9(007) COMP VALUE ZERO.

      ******************************************************************
      * Contadores dos movimentos de dependente, mais as remocoes em
      * cascata pela exclusao do titular (que nao sao movimentos do
      * arquivo, e por isso nao entram na sequencia do marco "F") e os
      * dependentes no cadastro ao final da execucao.
      ******************************************************************
       77  WS-CONT-INC-DEPENDENTES    PIC 9(007) COMP VALUE ZERO.
       77  WS-CONT-ALT-DEPENDENTES    PIC 9(007) COMP VALUE ZERO.
       77  WS-CONT-EXC-DEPENDENTES    PIC 9(007) COMP VALUE ZERO.
       77  WS-CONT-EXC-CASCATA        PIC 9(007) COMP VALUE ZERO.
       77  WS-CONT-DEP-CADASTRO       PIC 9(007) COMP VALUE ZERO.

       77  WS-QTDE-EXIBICAO           PIC ZZZ,ZZ9.

      ******************************************************************

       01  WS-IMAGEM-ANTES            PIC X(080) VALUE SPACES.

      ******************************************************************
      * Tipo do lancamento de dependente a jornalizar: o do proprio
      * movimento (N/M/R) ou "R" na remocao em cascata de um titular
      * excluido, em que o movimento lido e o "D" do titular.
      ******************************************************************
       77  WS-TIPO-JORNAL-DEP         PIC X(001) VALUE SPACE.
       77  WS-MATRICULA-CASCATA       PIC 9(006) VALUE ZERO.

      ******************************************************************
      * Critica dos dados do dependente antes de grava-lo (3840):
      * parentesco, sexo e data de nascimento pelo calendario, com as
      * mesmas regras da digitacao do titular em POPDIGIT. A data do
      * sistema e o limite superior da data de nascimento.
      ******************************************************************
       77  WS-CRITICA-DEPENDENTE      PIC X(001) VALUE "N".
           88 WS-DEPENDENTE-VALIDO             VALUE "S".

       01  WS-DATA-NASC-TRABALHO.
           05 WS-NASC-ANO             PIC 9(004).
           05 WS-NASC-MMDD.
              10 WS-NASC-MES          PIC 9(002).
              10 WS-NASC-DIA          PIC 9(002).
       01  WS-DATA-NASC-NUM REDEFINES WS-DATA-NASC-TRABALHO
                                      PIC 9(008).

       01  WS-DIAS-MES-VALORES        PIC X(024)
           VALUE "312831303130313130313031".
       01  WS-TABELA-DIAS-MES REDEFINES WS-DIAS-MES-VALORES.
           05 WS-DIAS-DO-MES OCCURS 12 TIMES
              PIC 9(002).
       77  WS-DIAS-LIMITE             PIC 9(002) VALUE ZERO.
       77  WS-RESTO-ANO               PIC 9(004) COMP VALUE ZERO.

      ******************************************************************
      * Recuperacao de execucao abendada. 1500-ANALISA-JORNAL le o
      * jornal existente: um marco "B" sem "F" correspondente e uma
              10 WS-BKO-TIPO          PIC X(001).
              10 WS-BKO-MATRICULA     PIC X(006).
              10 WS-BKO-ANTES         PIC X(080).
              10 WS-BKO-CHAVE-DEP     PIC X(008).
       77  WS-QTDE-PENDENTES          PIC 9(005) COMP VALUE ZERO.
       77  WS-IDX-BKO                 PIC S9(005) COMP VALUE ZERO.


       77  WS-CONT-DESFEITOS          PIC 9(007) COMP VALUE ZERO.
       77  WS-CONT-ERROS-BACKOUT      PIC 9(007) COMP VALUE ZERO.
       77  WS-STATUS-BACKOUT          PIC X(002) VALUE SPACES.

       77  WS-MARCO-TIPO              PIC X(001) VALUE SPACE.
       77  WS-MARCO-SEQ               PIC 9(007) COMP VALUE ZERO.

      ******************************************************************
      * Situacao do passo (copybook FXESTA): job e passo dos cartoes
      * JOB=/PASSO=, inicio carimbado na partida.
      ******************************************************************
       COPY FXESTA.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZACAO
           PERFORM 8000-FINALIZACAO
              THRU 8000-FINALIZACAO-EXIT.

           PERFORM 8900-GRAVA-SITUACAO-PASSO
              THRU 8900-GRAVA-SITUACAO-PASSO-EXIT.

           STOP RUN.

      ******************************************************************
      * espirito do fallback de abertura do AUDITLOG em FAIXAETARIA.
      ******************************************************************
       1000-INICIALIZACAO.
           MOVE SPACES TO FXE-REGISTRO-STATUS.
           ACCEPT FXE-STA-DATA-INI FROM DATE YYYYMMDD.
           ACCEPT FXE-STA-HORA-INI FROM TIME.

           PERFORM 1400-LE-PARAMETROS
              THRU 1400-LE-PARAMETROS-EXIT.

              SET WS-HOUVE-ERRO-ABERTURA TO TRUE
           END-IF.

           OPEN I-O DEPMSTR.
           IF WS-STATUS-DEPMSTR = "35"
              OPEN OUTPUT DEPMSTR
              IF WS-STATUS-DEPMSTR = "00"
                 CLOSE DEPMSTR
                 OPEN I-O DEPMSTR
              END-IF
           END-IF.
           IF WS-STATUS-DEPMSTR NOT = "00"
              DISPLAY
                 "ERRO FATAL - FALHA AO ABRIR DEPMSTR - STATUS "
                 WS-STATUS-DEPMSTR
              SET WS-HOUVE-ERRO-ABERTURA TO TRUE
           END-IF.

           OPEN OUTPUT POPULOUT.
           IF WS-STATUS-POPULOUT NOT = "00"
              DISPLAY
                    SET WS-PEDIU-RESTART TO TRUE
                 WHEN REG-PARAMETRO (1:13) = "MODO=BACKOUT "
                    SET WS-PEDIU-BACKOUT TO TRUE
                 WHEN REG-PARAMETRO (1:4) = "JOB="
                    MOVE REG-PARAMETRO (5:8) TO FXE-STA-JOB
                 WHEN REG-PARAMETRO (1:6) = "PASSO="
                    MOVE REG-PARAMETRO (7:8) TO FXE-STA-PASSO
                 WHEN REG-PARAMETRO = SPACES
                    CONTINUE
                 WHEN OTHER
                             TO WS-BKO-MATRICULA (WS-QTDE-PENDENTES)
                          MOVE FXE-JRN-ANTES
                             TO WS-BKO-ANTES (WS-QTDE-PENDENTES)
                          IF FXE-JRN-INC-DEPENDENTE
                             MOVE FXE-JRN-DEPOIS (1:8)
                                TO WS-BKO-CHAVE-DEP (WS-QTDE-PENDENTES)
                          ELSE
                             MOVE FXE-JRN-ANTES (1:8)
                                TO WS-BKO-CHAVE-DEP (WS-QTDE-PENDENTES)
                          END-IF
                       ELSE
                          SET WS-BACKOUT-NAO-CABE TO TRUE
                       END-IF

           MOVE "F" TO WS-MARCO-TIPO.
           COMPUTE WS-MARCO-SEQ = WS-CONT-INCLUSOES
              + WS-CONT-ALTERACOES + WS-CONT-EXCLUSOES
              + WS-CONT-INC-DEPENDENTES + WS-CONT-ALT-DEPENDENTES
              + WS-CONT-EXC-DEPENDENTES.
           PERFORM 3650-GRAVA-MARCO
              THRU 3650-GRAVA-MARCO-EXIT.
       3000-APLICA-MOVIMENTOS-EXIT.
      *    reaplica-los duplicaria inclusoes e transformaria
      *    exclusoes em nao-encontradas; sao apenas pulados e
      *    contados, e a aplicacao recomeca no primeiro nao aplicado.
      *    O ultimo movimento jornalizado pode ter abendado no meio
      *    da remocao em cascata de um titular excluido: se for um
      *    "D", a cascata e refeita para os dependentes que restarem.
           IF WS-CAMINHO-RESTART
              AND WS-CONT-MOV-LIDOS <= WS-ULTIMA-SEQ-APLICADA
              ADD 1 TO WS-CONT-MOV-PULADOS
              IF WS-CONT-MOV-LIDOS = WS-ULTIMA-SEQ-APLICADA
                 AND FXE-MOV-EXCLUSAO
                 AND FXE-MOV-MATRICULA-ALFA IS NUMERIC
                 MOVE FXE-MOV-MATRICULA TO WS-MATRICULA-CASCATA
                 MOVE "N" TO WS-FIM-DEPENDENTES
                 PERFORM 3550-EXCLUI-DEPENDENTE-TITULAR
                    THRU 3550-EXCLUI-DEPENDENTE-TITULAR-EXIT
                    UNTIL WS-FIM-DEPENDENTES-TITULAR
              END-IF
              PERFORM 3100-LE-PROXIMO-MOVIMENTO
                 THRU 3100-LE-PROXIMO-MOVIMENTO-EXIT
              GO TO 3200-TRATA-MOVIMENTO-EXIT
                 WHEN FXE-MOV-EXCLUSAO
                    PERFORM 3500-EXCLUI-MESTRE
                       THRU 3500-EXCLUI-MESTRE-EXIT
                 WHEN FXE-MOV-DEPENDENTE
                    PERFORM 3800-TRATA-DEPENDENTE
                       THRU 3800-TRATA-DEPENDENTE-EXIT
                 WHEN OTHER
                    ADD 1 TO WS-CONT-MOV-REJEITADOS
                    DISPLAY "MOVIMENTO REJEITADO - TIPO DESCONHECIDO '"
      * 3300-INCLUI-MESTRE - grava a matricula nova no mestre. Chave
      * duplicada (status "22") significa inclusao de matricula que ja
      * existe: o movimento e rejeitado com aviso, para a origem
      * decidir se era para ser uma alteracao. A faixa 900000-999999
      * e reservada aos pseudonimos de POPLGPD e nao aceita inclusao.
      * Uma inclusao aplicada e jornalizada sem imagem anterior (o
      * registro nao existia).
      ******************************************************************
       3300-INCLUI-MESTRE.
           IF FXE-MOV-MATRICULA >= 900000
              ADD 1 TO WS-CONT-MOV-REJEITADOS
              DISPLAY "MOVIMENTO REJEITADO - INCLUSAO DE MATRICULA DA"
                 " FAIXA RESERVADA 900000-999999: " FXE-MOV-MATRICULA
              GO TO 3300-INCLUI-MESTRE-EXIT
           END-IF.

           MOVE FXE-MOV-DADOS TO FXE-REGISTRO-MESTRE.
           WRITE FXE-REGISTRO-MESTRE.
           IF WS-STATUS-POPMSTR = "00"
      * consequencia, no relatorio, no extrato e na matriz da noite.
      * A exclusao aplicada e jornalizada sem imagem posterior (o
      * registro deixou de existir) - sem isso os dados da pessoa
      * removida sumiriam sem rastro. Os dependentes do titular saem
      * junto (3550), cada um jornalizado como "R"; se a execucao
      * abendar no meio da cascata, o restart a completa (3200).
      ******************************************************************
       3500-EXCLUI-MESTRE.
           MOVE FXE-MOV-MATRICULA TO FXE-MST-MATRICULA.
              ADD 1 TO WS-CONT-EXCLUSOES
              PERFORM 3600-GRAVA-JORNAL
                 THRU 3600-GRAVA-JORNAL-EXIT
              MOVE FXE-MOV-MATRICULA TO WS-MATRICULA-CASCATA
              MOVE "N" TO WS-FIM-DEPENDENTES
              PERFORM 3550-EXCLUI-DEPENDENTE-TITULAR
                 THRU 3550-EXCLUI-DEPENDENTE-TITULAR-EXIT
                 UNTIL WS-FIM-DEPENDENTES-TITULAR
           ELSE
              ADD 1 TO WS-CONT-MOV-REJEITADOS
              DISPLAY "MOVIMENTO REJEITADO - ERRO NA EXCLUSAO DA"
       3500-EXCLUI-MESTRE-EXIT.
           EXIT.

      ******************************************************************
      * 3550-EXCLUI-DEPENDENTE-TITULAR - remove o primeiro dependente
      * que ainda restar sob a matricula do titular excluido. O START
      * e refeito a cada volta, em vez de seguir com READ NEXT depois
      * do DELETE, para nao depender do posicionamento do arquivo apos
      * a exclusao; sem mais dependentes da matricula, liga a chave de
      * fim.
      ******************************************************************
       3550-EXCLUI-DEPENDENTE-TITULAR.
           MOVE WS-MATRICULA-CASCATA TO FXE-DEP-MATRICULA.
           MOVE ZERO TO FXE-DEP-SEQUENCIA.
           START DEPMSTR KEY IS NOT LESS THAN FXE-DEP-CHAVE.
           IF WS-STATUS-DEPMSTR NOT = "00"
              SET WS-FIM-DEPENDENTES-TITULAR TO TRUE
              GO TO 3550-EXCLUI-DEPENDENTE-TITULAR-EXIT
           END-IF.

           READ DEPMSTR NEXT RECORD.
           IF WS-STATUS-DEPMSTR NOT = "00"
              OR FXE-DEP-MATRICULA NOT = WS-MATRICULA-CASCATA
              SET WS-FIM-DEPENDENTES-TITULAR TO TRUE
              GO TO 3550-EXCLUI-DEPENDENTE-TITULAR-EXIT
           END-IF.

           MOVE FXE-REGISTRO-DEPENDENTE TO WS-IMAGEM-ANTES.
           DELETE DEPMSTR RECORD.
           IF WS-STATUS-DEPMSTR = "00"
              ADD 1 TO WS-CONT-EXC-CASCATA
              MOVE "R" TO WS-TIPO-JORNAL-DEP
              PERFORM 3610-GRAVA-JORNAL-DEPENDENTE
                 THRU 3610-GRAVA-JORNAL-DEPENDENTE-EXIT
           ELSE
              DISPLAY "AVISO - DEPENDENTE NAO REMOVIDO COM O TITULAR "
                 WS-MATRICULA-CASCATA " SEQ " FXE-DEP-SEQUENCIA
                 " - STATUS " WS-STATUS-DEPMSTR
              SET WS-FIM-DEPENDENTES-TITULAR TO TRUE
           END-IF.
       3550-EXCLUI-DEPENDENTE-TITULAR-EXIT.
           EXIT.

      ******************************************************************
      * 3600-GRAVA-JORNAL - grava em MESTJRNL um registro com data/hora
      * do sistema, o numero de sequencia do movimento na execucao, o
       3600-GRAVA-JORNAL-EXIT.
           EXIT.

      ******************************************************************
      * 3610-GRAVA-JORNAL-DEPENDENTE - mesmo lancamento de 3600 para o
      * cadastro de dependentes: tipo N/M/R de WS-TIPO-JORNAL-DEP,
      * matricula do titular e imagens no layout FXEDEP (sem imagem
      * posterior na remocao).
      ******************************************************************
       3610-GRAVA-JORNAL-DEPENDENTE.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-SISTEMA FROM TIME.

           MOVE SPACES TO FXE-REGISTRO-JORNAL.
           MOVE WS-DATA-SISTEMA TO FXE-JRN-DATA.
           MOVE WS-HORA-SISTEMA TO FXE-JRN-HORA.
           MOVE WS-CONT-MOV-LIDOS TO FXE-JRN-SEQUENCIA.
           MOVE WS-TIPO-JORNAL-DEP TO FXE-JRN-TIPO.
           MOVE FXE-DEP-MATRICULA TO FXE-JRN-MATRICULA.
           MOVE WS-IMAGEM-ANTES TO FXE-JRN-ANTES.
           IF FXE-JRN-EXC-DEPENDENTE
              MOVE SPACES TO FXE-JRN-DEPOIS
           ELSE
              MOVE FXE-REGISTRO-DEPENDENTE TO FXE-JRN-DEPOIS
           END-IF.
           WRITE REG-JORNAL FROM FXE-REGISTRO-JORNAL.
           IF WS-STATUS-MESTJRNL NOT = "00"
              DISPLAY
                 "AVISO - FALHA AO GRAVAR MESTJRNL - STATUS "
                 WS-STATUS-MESTJRNL
           END-IF.
       3610-GRAVA-JORNAL-DEPENDENTE-EXIT.
           EXIT.

      ******************************************************************
      * 3650-GRAVA-MARCO - grava no jornal um marco de execucao: "B"
      * na partida (sequencia zero) ou "F" na conclusao (sequencia =
       3650-GRAVA-MARCO-EXIT.
           EXIT.

      ******************************************************************
      * 3800-TRATA-DEPENDENTE - aplica um movimento de dependente
      * contra DEPMSTR. A sequencia precisa ser numerica e diferente
      * de zero; a inclusao exige o titular no mestre (dependente sem
      * titular nao tem sob que matricula ser faturado); alteracao e
      * remocao exigem o dependente no cadastro. Inclusao e alteracao
      * passam pela critica dos dados (3840) antes da gravacao. Toda
      * aplicacao e jornalizada com as imagens no layout FXEDEP.
      ******************************************************************
       3800-TRATA-DEPENDENTE.
           IF FXE-MOV-DEP-SEQUENCIA-ALFA IS NOT NUMERIC
              OR FXE-MOV-DEP-SEQUENCIA = ZERO
              ADD 1 TO WS-CONT-MOV-REJEITADOS
              DISPLAY "MOVIMENTO REJEITADO - SEQUENCIA DE DEPENDENTE"
                 " INVALIDA '" FXE-MOV-DEP-SEQUENCIA-ALFA
                 "' MATRICULA " FXE-MOV-MATRICULA
              GO TO 3800-TRATA-DEPENDENTE-EXIT
           END-IF.

           EVALUATE TRUE
              WHEN FXE-MOV-INC-DEPENDENTE
                 PERFORM 3810-INCLUI-DEPENDENTE
                    THRU 3810-INCLUI-DEPENDENTE-EXIT
              WHEN FXE-MOV-ALT-DEPENDENTE
                 PERFORM 3820-ALTERA-DEPENDENTE
                    THRU 3820-ALTERA-DEPENDENTE-EXIT
              WHEN OTHER
                 PERFORM 3830-EXCLUI-DEPENDENTE
                    THRU 3830-EXCLUI-DEPENDENTE-EXIT
           END-EVALUATE.
       3800-TRATA-DEPENDENTE-EXIT.
           EXIT.

       3810-INCLUI-DEPENDENTE.
           MOVE FXE-MOV-DEP-MATRICULA TO FXE-MST-MATRICULA.
           READ POPMSTR.
           IF WS-STATUS-POPMSTR NOT = "00"
              ADD 1 TO WS-CONT-MOV-REJEITADOS
              DISPLAY "MOVIMENTO REJEITADO - INCLUSAO DE DEPENDENTE"
                 " DE TITULAR INEXISTENTE: " FXE-MOV-DEP-MATRICULA
              GO TO 3810-INCLUI-DEPENDENTE-EXIT
           END-IF.

           MOVE FXE-MOV-DADOS TO FXE-REGISTRO-DEPENDENTE.
           PERFORM 3840-CRITICA-DEPENDENTE
              THRU 3840-CRITICA-DEPENDENTE-EXIT.
           IF NOT WS-DEPENDENTE-VALIDO
              GO TO 3810-INCLUI-DEPENDENTE-EXIT
           END-IF.

           WRITE FXE-REGISTRO-DEPENDENTE.
           IF WS-STATUS-DEPMSTR = "00"
              ADD 1 TO WS-CONT-INC-DEPENDENTES
              MOVE SPACES TO WS-IMAGEM-ANTES
              MOVE FXE-MOV-TIPO TO WS-TIPO-JORNAL-DEP
              PERFORM 3610-GRAVA-JORNAL-DEPENDENTE
                 THRU 3610-GRAVA-JORNAL-DEPENDENTE-EXIT
           ELSE
              ADD 1 TO WS-CONT-MOV-REJEITADOS
              IF WS-STATUS-DEPMSTR = "22"
                 DISPLAY "MOVIMENTO REJEITADO - INCLUSAO DE DEPENDENTE"
                    " JA EXISTENTE: " FXE-MOV-DEP-MATRICULA " SEQ "
                    FXE-MOV-DEP-SEQUENCIA
              ELSE
                 DISPLAY "MOVIMENTO REJEITADO - ERRO NA INCLUSAO DO"
                    " DEPENDENTE " FXE-MOV-DEP-MATRICULA " SEQ "
                    FXE-MOV-DEP-SEQUENCIA " - STATUS "
                    WS-STATUS-DEPMSTR
              END-IF
           END-IF.
       3810-INCLUI-DEPENDENTE-EXIT.
           EXIT.

       3820-ALTERA-DEPENDENTE.
           MOVE FXE-MOV-DEP-MATRICULA TO FXE-DEP-MATRICULA.
           MOVE FXE-MOV-DEP-SEQUENCIA TO FXE-DEP-SEQUENCIA.
           READ DEPMSTR.
           IF WS-STATUS-DEPMSTR NOT = "00"
              ADD 1 TO WS-CONT-MOV-REJEITADOS
              DISPLAY "MOVIMENTO REJEITADO - ALTERACAO DE DEPENDENTE"
                 " INEXISTENTE: " FXE-MOV-DEP-MATRICULA " SEQ "
                 FXE-MOV-DEP-SEQUENCIA " - STATUS " WS-STATUS-DEPMSTR
              GO TO 3820-ALTERA-DEPENDENTE-EXIT
           END-IF.

           MOVE FXE-REGISTRO-DEPENDENTE TO WS-IMAGEM-ANTES.
           MOVE FXE-MOV-DADOS TO FXE-REGISTRO-DEPENDENTE.
           PERFORM 3840-CRITICA-DEPENDENTE
              THRU 3840-CRITICA-DEPENDENTE-EXIT.
           IF NOT WS-DEPENDENTE-VALIDO
              GO TO 3820-ALTERA-DEPENDENTE-EXIT
           END-IF.

           REWRITE FXE-REGISTRO-DEPENDENTE.
           IF WS-STATUS-DEPMSTR = "00"
              ADD 1 TO WS-CONT-ALT-DEPENDENTES
              MOVE FXE-MOV-TIPO TO WS-TIPO-JORNAL-DEP
              PERFORM 3610-GRAVA-JORNAL-DEPENDENTE
                 THRU 3610-GRAVA-JORNAL-DEPENDENTE-EXIT
           ELSE
              ADD 1 TO WS-CONT-MOV-REJEITADOS
              DISPLAY "MOVIMENTO REJEITADO - ERRO NA ALTERACAO DO"
                 " DEPENDENTE " FXE-MOV-DEP-MATRICULA " SEQ "
                 FXE-MOV-DEP-SEQUENCIA " - STATUS " WS-STATUS-DEPMSTR
           END-IF.
       3820-ALTERA-DEPENDENTE-EXIT.
           EXIT.

       3830-EXCLUI-DEPENDENTE.
           MOVE FXE-MOV-DEP-MATRICULA TO FXE-DEP-MATRICULA.
           MOVE FXE-MOV-DEP-SEQUENCIA TO FXE-DEP-SEQUENCIA.
           READ DEPMSTR.
           IF WS-STATUS-DEPMSTR NOT = "00"
              ADD 1 TO WS-CONT-MOV-REJEITADOS
              DISPLAY "MOVIMENTO REJEITADO - EXCLUSAO DE DEPENDENTE"
                 " INEXISTENTE: " FXE-MOV-DEP-MATRICULA " SEQ "
                 FXE-MOV-DEP-SEQUENCIA " - STATUS " WS-STATUS-DEPMSTR
              GO TO 3830-EXCLUI-DEPENDENTE-EXIT
           END-IF.

           MOVE FXE-REGISTRO-DEPENDENTE TO WS-IMAGEM-ANTES.
           DELETE DEPMSTR RECORD.
           IF WS-STATUS-DEPMSTR = "00"
              ADD 1 TO WS-CONT-EXC-DEPENDENTES
              MOVE FXE-MOV-TIPO TO WS-TIPO-JORNAL-DEP
              PERFORM 3610-GRAVA-JORNAL-DEPENDENTE
                 THRU 3610-GRAVA-JORNAL-DEPENDENTE-EXIT
           ELSE
              ADD 1 TO WS-CONT-MOV-REJEITADOS
              DISPLAY "MOVIMENTO REJEITADO - ERRO NA EXCLUSAO DO"
                 " DEPENDENTE " FXE-MOV-DEP-MATRICULA " SEQ "
                 FXE-MOV-DEP-SEQUENCIA " - STATUS " WS-STATUS-DEPMSTR
           END-IF.
       3830-EXCLUI-DEPENDENTE-EXIT.
           EXIT.

      ******************************************************************
      * 3840-CRITICA-DEPENDENTE - confere os dados do dependente ja
      * montados em FXE-REGISTRO-DEPENDENTE: parentesco C/F/O, sexo
      * M/F e data de nascimento valida no calendario (mes 01 a 12,
      * dia dentro do mes com a regra do bissexto, ano a partir de
      * 1850 e nao futura). Data zerada ou em branco so e aceita com
      * idade numerica ate 120, a reserva que FAIXAETARIA usa quando
      * nao ha data. Qualquer falha rejeita o movimento com aviso.
      ******************************************************************
       3840-CRITICA-DEPENDENTE.
           MOVE "N" TO WS-CRITICA-DEPENDENTE.

           IF NOT FXE-DEP-PARENTESCO-VALIDO
              ADD 1 TO WS-CONT-MOV-REJEITADOS
              DISPLAY "MOVIMENTO REJEITADO - PARENTESCO DE DEPENDENTE"
                 " INVALIDO '" FXE-DEP-PARENTESCO "' MATRICULA "
                 FXE-MOV-DEP-MATRICULA " SEQ " FXE-MOV-DEP-SEQUENCIA
              GO TO 3840-CRITICA-DEPENDENTE-EXIT
           END-IF.

           IF FXE-DEP-SEXO NOT = "M" AND FXE-DEP-SEXO NOT = "F"
              ADD 1 TO WS-CONT-MOV-REJEITADOS
              DISPLAY "MOVIMENTO REJEITADO - SEXO DE DEPENDENTE"
                 " INVALIDO '" FXE-DEP-SEXO "' MATRICULA "
                 FXE-MOV-DEP-MATRICULA " SEQ " FXE-MOV-DEP-SEQUENCIA
              GO TO 3840-CRITICA-DEPENDENTE-EXIT
           END-IF.

           IF FXE-DEP-DATA-NASC-ALFA = ZEROS
              OR FXE-DEP-DATA-NASC-ALFA = SPACES
              IF FXE-DEP-IDADE-ALFA IS NOT NUMERIC
                 OR FXE-DEP-IDADE > 120
                 ADD 1 TO WS-CONT-MOV-REJEITADOS
                 DISPLAY "MOVIMENTO REJEITADO - DEPENDENTE SEM DATA DE"
                    " NASCIMENTO NEM IDADE VALIDA - MATRICULA "
                    FXE-MOV-DEP-MATRICULA " SEQ "
                    FXE-MOV-DEP-SEQUENCIA
                 GO TO 3840-CRITICA-DEPENDENTE-EXIT
              END-IF
              SET WS-DEPENDENTE-VALIDO TO TRUE
              GO TO 3840-CRITICA-DEPENDENTE-EXIT
           END-IF.

           IF FXE-DEP-DATA-NASC-ALFA IS NOT NUMERIC
              ADD 1 TO WS-CONT-MOV-REJEITADOS
              DISPLAY "MOVIMENTO REJEITADO - DATA DE NASCIMENTO DE"
                 " DEPENDENTE NAO NUMERICA '" FXE-DEP-DATA-NASC-ALFA
                 "' MATRICULA " FXE-MOV-DEP-MATRICULA " SEQ "
                 FXE-MOV-DEP-SEQUENCIA
              GO TO 3840-CRITICA-DEPENDENTE-EXIT
           END-IF.

           MOVE FXE-DEP-DATA-NASC TO WS-DATA-NASC-NUM.
           IF WS-NASC-MES < 01 OR WS-NASC-MES > 12
              ADD 1 TO WS-CONT-MOV-REJEITADOS
              DISPLAY "MOVIMENTO REJEITADO - DATA DE NASCIMENTO DE"
                 " DEPENDENTE COM MES FORA DE 01 A 12: "
                 FXE-DEP-DATA-NASC " MATRICULA "
                 FXE-MOV-DEP-MATRICULA " SEQ " FXE-MOV-DEP-SEQUENCIA
              GO TO 3840-CRITICA-DEPENDENTE-EXIT
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
              ADD 1 TO WS-CONT-MOV-REJEITADOS
              DISPLAY "MOVIMENTO REJEITADO - DATA DE NASCIMENTO DE"
                 " DEPENDENTE COM DIA FORA DO MES: "
                 FXE-DEP-DATA-NASC " MATRICULA "
                 FXE-MOV-DEP-MATRICULA " SEQ " FXE-MOV-DEP-SEQUENCIA
              GO TO 3840-CRITICA-DEPENDENTE-EXIT
           END-IF.

           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           IF WS-NASC-ANO < 1850
              OR WS-DATA-NASC-NUM > WS-DATA-SISTEMA
              ADD 1 TO WS-CONT-MOV-REJEITADOS
              DISPLAY "MOVIMENTO REJEITADO - DATA DE NASCIMENTO DE"
                 " DEPENDENTE ANTERIOR A 1850 OU FUTURA: "
                 FXE-DEP-DATA-NASC " MATRICULA "
                 FXE-MOV-DEP-MATRICULA " SEQ " FXE-MOV-DEP-SEQUENCIA
              GO TO 3840-CRITICA-DEPENDENTE-EXIT
           END-IF.

           SET WS-DEPENDENTE-VALIDO TO TRUE.
       3840-CRITICA-DEPENDENTE-EXIT.
           EXIT.

      ******************************************************************
      * 4000-EXECUTA-BACKOUT - desfaz os movimentos jornalizados da
      * execucao abendada, do ultimo aplicado para o primeiro, pelas
      * imagens anteriores: inclusao vira exclusao, alteracao regrava
      * a imagem antiga, exclusao regrava o registro removido - o
      * mesmo para os lancamentos de dependente em DEPMSTR. Ao
      * final o mestre esta no estado pre-execucao e o marco "F"
      * fecha a execucao pendente no jornal; o MOVIMENT do dia nao e
      * tocado e deve ser resubmetido do inicio. Qualquer desfazimento
                 MOVE WS-BKO-MATRICULA (WS-IDX-BKO)
                    TO FXE-MST-MATRICULA
                 DELETE POPMSTR RECORD
                 MOVE WS-STATUS-POPMSTR TO WS-STATUS-BACKOUT
              WHEN "A"
                 MOVE WS-BKO-ANTES (WS-IDX-BKO)
                    TO FXE-REGISTRO-MESTRE
                 REWRITE FXE-REGISTRO-MESTRE
                 MOVE WS-STATUS-POPMSTR TO WS-STATUS-BACKOUT
              WHEN "D"
                 MOVE WS-BKO-ANTES (WS-IDX-BKO)
                    TO FXE-REGISTRO-MESTRE
                 WRITE FXE-REGISTRO-MESTRE
                 MOVE WS-STATUS-POPMSTR TO WS-STATUS-BACKOUT
              WHEN "N"
                 MOVE WS-BKO-CHAVE-DEP (WS-IDX-BKO)
                    TO FXE-DEP-CHAVE
                 DELETE DEPMSTR RECORD
                 MOVE WS-STATUS-DEPMSTR TO WS-STATUS-BACKOUT
              WHEN "M"
                 MOVE WS-BKO-ANTES (WS-IDX-BKO)
                    TO FXE-REGISTRO-DEPENDENTE
                 REWRITE FXE-REGISTRO-DEPENDENTE
                 MOVE WS-STATUS-DEPMSTR TO WS-STATUS-BACKOUT
              WHEN "R"
                 MOVE WS-BKO-ANTES (WS-IDX-BKO)
                    TO FXE-REGISTRO-DEPENDENTE
                 WRITE FXE-REGISTRO-DEPENDENTE
                 MOVE WS-STATUS-DEPMSTR TO WS-STATUS-BACKOUT
              WHEN OTHER
                 MOVE "99" TO WS-STATUS-BACKOUT
           END-EVALUATE.

           IF WS-STATUS-BACKOUT = "00"
              ADD 1 TO WS-CONT-DESFEITOS
           ELSE
              ADD 1 TO WS-CONT-ERROS-BACKOUT
              DISPLAY "ERRO NO BACKOUT DO MOVIMENTO '"
                 WS-BKO-TIPO (WS-IDX-BKO) "' MATRICULA "
                 WS-BKO-MATRICULA (WS-IDX-BKO) " - STATUS "
                 WS-STATUS-BACKOUT
           END-IF.
       4100-DESFAZ-MOVIMENTO-EXIT.
           EXIT.
           MOVE "T" TO FXE-CTR-TIPO.
           MOVE WS-CONT-DESCARREGADOS TO FXE-CTR-QTDE-REGISTROS.
           WRITE REG-POPULACAO-SAIDA FROM FXE-REGISTRO-CONTROLE.

      *    Os dependentes nao vao para POPULOUT (a classificacao le
      *    DEPMSTR direto); sao so contados, para o fechamento do
      *    cadastro de dependentes sair no controle ao lado do mestre.
           MOVE LOW-VALUES TO FXE-DEP-CHAVE.
           MOVE "N" TO WS-FIM-DEPENDENTES.
           START DEPMSTR KEY IS NOT LESS THAN FXE-DEP-CHAVE.
           IF WS-STATUS-DEPMSTR NOT = "00"
              SET WS-FIM-DEPENDENTES-TITULAR TO TRUE
           END-IF.

           PERFORM 5200-CONTA-DEPENDENTE
              THRU 5200-CONTA-DEPENDENTE-EXIT
              UNTIL WS-FIM-DEPENDENTES-TITULAR.
       5000-DESCARREGA-MESTRE-EXIT.
           EXIT.

       5100-LE-PROXIMO-MESTRE-EXIT.
           EXIT.

       5200-CONTA-DEPENDENTE.
           READ DEPMSTR NEXT RECORD
              AT END
                 SET WS-FIM-DEPENDENTES-TITULAR TO TRUE
              NOT AT END
                 ADD 1 TO WS-CONT-DEP-CADASTRO
           END-READ.
       5200-CONTA-DEPENDENTE-EXIT.
           EXIT.

      ******************************************************************
      * 7000-EXIBE-CONTROLE - exibe no SYSOUT os totais de controle da
      * execucao, para a operacao conferir o movimento da noite.
           DISPLAY "  ALTERACOES APLICADAS...: " WS-QTDE-EXIBICAO.
           MOVE WS-CONT-EXCLUSOES TO WS-QTDE-EXIBICAO.
           DISPLAY "  EXCLUSOES APLICADAS....: " WS-QTDE-EXIBICAO.
           MOVE WS-CONT-INC-DEPENDENTES TO WS-QTDE-EXIBICAO.
           DISPLAY "  DEPENDENTES INCLUIDOS..: " WS-QTDE-EXIBICAO.
           MOVE WS-CONT-ALT-DEPENDENTES TO WS-QTDE-EXIBICAO.
           DISPLAY "  DEPENDENTES ALTERADOS..: " WS-QTDE-EXIBICAO.
           MOVE WS-CONT-EXC-DEPENDENTES TO WS-QTDE-EXIBICAO.
           DISPLAY "  DEPENDENTES EXCLUIDOS..: " WS-QTDE-EXIBICAO.
           MOVE WS-CONT-EXC-CASCATA TO WS-QTDE-EXIBICAO.
           DISPLAY "  DEPEND EXCL. C/ TITULAR: " WS-QTDE-EXIBICAO.
           MOVE WS-CONT-MOV-REJEITADOS TO WS-QTDE-EXIBICAO.
           DISPLAY "  MOVIMENTOS REJEITADOS..: " WS-QTDE-EXIBICAO.
           MOVE WS-CONT-DESCARREGADOS TO WS-QTDE-EXIBICAO.
      *    a execucao - a prova de fechamento que hoje se tenta fazer
      *    comparando contagens no olho apos um abend.
           DISPLAY "  REGISTROS NO MESTRE....: " WS-QTDE-EXIBICAO.
           MOVE WS-CONT-DEP-CADASTRO TO WS-QTDE-EXIBICAO.
           DISPLAY "  DEPENDENTES NO CADASTRO: " WS-QTDE-EXIBICAO.
       7000-EXIBE-CONTROLE-EXIT.
           EXIT.

       8000-FINALIZACAO.
           CLOSE MOVIMENT.
           CLOSE POPMSTR.
           CLOSE DEPMSTR.
           CLOSE POPULOUT.
           CLOSE MESTJRNL.
       8000-FINALIZACAO-EXIT.
           EXIT.

      ******************************************************************
      * 8900-GRAVA-SITUACAO-PASSO - acrescenta em JOBSTAT a situacao
      * do passo com o RETURN-CODE ja apurado, para a folha de
      * situacao da manha (EXECSTAT): movimentos lidos, registros
      * descarregados e movimentos rejeitados (mais os erros de um
      * backout). Sem a DD JOBSTAT nada e gravado; uma falha de
      * gravacao so e avisada - nunca muda o RETURN-CODE do passo.
      ******************************************************************
       8900-GRAVA-SITUACAO-PASSO.
           OPEN EXTEND JOBSTAT.
           IF WS-STATUS-JOBSTAT NOT = "00"
              GO TO 8900-GRAVA-SITUACAO-PASSO-EXIT
           END-IF.

           MOVE "POPMANUT" TO FXE-STA-PROGRAMA.
           ACCEPT FXE-STA-DATA-FIM FROM DATE YYYYMMDD.
           ACCEPT FXE-STA-HORA-FIM FROM TIME.
           MOVE WS-CONT-MOV-LIDOS TO FXE-STA-QTDE-LIDOS.
           MOVE WS-CONT-DESCARREGADOS TO FXE-STA-QTDE-GRAVADOS.
           COMPUTE FXE-STA-QTDE-REJEITADOS =
              WS-CONT-MOV-REJEITADOS + WS-CONT-ERROS-BACKOUT.
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

       END PROGRAM POPMANUT.

      *          FIM do extrato em EXTEND, e a emenda quebra a ordem
      *          - e grava em DELTARQ um registro por
      *          matricula que entrou, saiu ou mudou de faixa
      *          (dependentes casados pela chave completa do extrato,
      *          matricula do titular + tipo + sequencia)
      *          (copybook FXEDEL), mais um relatorio em DELTARPT com
      *          as tres secoes e os totais. Quando a contagem de uma
      *          faixa salta entre duas noites, este delta diz QUEM se
      ******************************************************************
      * Registros correntes de cada lado do casamento, no layout do
      * extrato (copybook FXEEXT), com a matricula de comparacao
      * separada - matricula mais tipo e sequencia de dependente
      * (colunas 43 a 45 do extrato, em branco no titular, que assim
      * vem antes dos seus dependentes): HIGH-VALUES marca o lado que
      * acabou, para o lado
      * restante escoar pelo mesmo laco de comparacao.
      ******************************************************************
       COPY FXEEXT.

       01  WS-LADO-ANTERIOR.
           05 WS-ANT-REGISTRO         PIC X(048).
           05 WS-ANT-CHAVE            PIC X(009).
       01  WS-LADO-ATUAL.
           05 WS-ATU-REGISTRO         PIC X(048).
           05 WS-ATU-CHAVE            PIC X(009).

       01  WS-CHAVE-ANTERIOR-LIDA     PIC X(009) VALUE LOW-VALUES.
       01  WS-CHAVE-ATUAL-LIDA        PIC X(009) VALUE LOW-VALUES.

      ******************************************************************
      * Registro de delta (copybook FXEDEL) e o tipo da secao sendo
           05 WS-DEL-SETA             PIC X(002).
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 WS-DEL-FAIXA-ATU        PIC X(002).
           05 FILLER                  PIC X(002) VALUE SPACES.
           05 WS-DEL-TIPO-BENEF       PIC X(001).
           05 FILLER                  PIC X(001) VALUE SPACES.
           05 WS-DEL-SEQ-DEPENDENTE   PIC X(002).
           05 FILLER                  PIC X(096) VALUE SPACES.

       01  WS-LINHA-TITULO-DELTA.
           05 WS-TITULO-DELTA-TEXTO   PIC X(072).
                 ADD 1 TO WS-CONT-ANTERIOR
                 MOVE REG-EXTRATO-ANTERIOR TO WS-ANT-REGISTRO
                 MOVE REG-EXTRATO-ANTERIOR (1:6) TO WS-ANT-CHAVE
                 MOVE REG-EXTRATO-ANTERIOR (43:3)
                    TO WS-ANT-CHAVE (7:3)
                 IF WS-ANT-CHAVE < WS-CHAVE-ANTERIOR-LIDA
                    SET WS-HOUVE-ERRO-SEQUENCIA TO TRUE
                 END-IF
                 ADD 1 TO WS-CONT-ATUAL
                 MOVE REG-EXTRATO-ATUAL TO WS-ATU-REGISTRO
                 MOVE REG-EXTRATO-ATUAL (1:6) TO WS-ATU-CHAVE
                 MOVE REG-EXTRATO-ATUAL (43:3) TO WS-ATU-CHAVE (7:3)
                 IF WS-ATU-CHAVE < WS-CHAVE-ATUAL-LIDA
                    SET WS-HOUVE-ERRO-SEQUENCIA TO TRUE
                 END-IF
           MOVE SPACES TO FXE-DEL-FAIXA-ATU.
           MOVE FXE-EXT-IDADE TO FXE-DEL-IDADE.
           MOVE FXE-EXT-FILIAL TO FXE-DEL-FILIAL.
           MOVE FXE-EXT-TIPO-BENEF TO FXE-DEL-TIPO-BENEF.
           MOVE FXE-EXT-SEQ-DEPENDENTE TO FXE-DEL-SEQ-DEPENDENTE.
           WRITE REG-DELTA FROM FXE-REGISTRO-DELTA.
           ADD 1 TO WS-CONT-SAIRAM.
       3400-GRAVA-SAIDA-EXIT.
           MOVE FXE-EXT-FAIXA-COD TO FXE-DEL-FAIXA-ATU.
           MOVE FXE-EXT-IDADE TO FXE-DEL-IDADE.
           MOVE FXE-EXT-FILIAL TO FXE-DEL-FILIAL.
           MOVE FXE-EXT-TIPO-BENEF TO FXE-DEL-TIPO-BENEF.
           MOVE FXE-EXT-SEQ-DEPENDENTE TO FXE-DEL-SEQ-DEPENDENTE.
           WRITE REG-DELTA FROM FXE-REGISTRO-DELTA.
           ADD 1 TO WS-CONT-ENTRARAM.
       3500-GRAVA-ENTRADA-EXIT.
              MOVE FXE-EXT-FAIXA-COD TO FXE-DEL-FAIXA-ATU
              MOVE FXE-EXT-IDADE TO FXE-DEL-IDADE
              MOVE FXE-EXT-FILIAL TO FXE-DEL-FILIAL
              MOVE FXE-EXT-TIPO-BENEF TO FXE-DEL-TIPO-BENEF
              MOVE FXE-EXT-SEQ-DEPENDENTE TO FXE-DEL-SEQ-DEPENDENTE
              WRITE REG-DELTA FROM FXE-REGISTRO-DELTA
              ADD 1 TO WS-CONT-MUDARAM
           END-IF.
              MOVE FXE-DEL-FAIXA-ANT TO WS-DEL-FAIXA-ANT
              MOVE "->" TO WS-DEL-SETA
              MOVE FXE-DEL-FAIXA-ATU TO WS-DEL-FAIXA-ATU
              MOVE FXE-DEL-TIPO-BENEF TO WS-DEL-TIPO-BENEF
              MOVE FXE-DEL-SEQ-DEPENDENTE TO WS-DEL-SEQ-DEPENDENTE
              WRITE REG-RELATORIO-DELTA FROM WS-LINHA-DELTA
           END-IF.


      ******************************************************************
      * Copybook.....: FXELGP.CPY
      * Purpose......: layout do registro do log protegido da LGPD
      *                (LGPDLOG), gravado so por POPLGPD em modo de
      *                execucao e sempre por acrescimo. Dois tipos:
      *                  P - pseudonimo atribuido a uma matricula, com
      *                      o protocolo do pedido do titular. E a unica
      *                      ligacao entre a matricula real e a chave
      *                      pseudonima: o dataset tem acesso restrito
      *                      ao encarregado de dados.
      *                  R - registros pseudonimizados de uma matricula
      *                      num arquivo (tipo do arquivo, rotulo da
      *                      geracao e quantidade), com data e hora.
      *                As chaves pseudonimas saem da faixa de
      *                matriculas 900000 a 999999, reservada para elas:
      *                sao numericas para caber em todos os layouts que
      *                levam a matricula como PIC 9(006).
      * Modification History:
      ******************************************************************
       01  FXE-REGISTRO-LGPD.
           05 FXE-LGP-DATA            PIC X(008).
           05 FXE-LGP-HORA            PIC X(008).
           05 FXE-LGP-TIPO            PIC X(001).
              88 FXE-LGP-PSEUDONIMO            VALUE "P".
              88 FXE-LGP-REGISTROS             VALUE "R".
           05 FXE-LGP-PROTOCOLO       PIC X(020).
           05 FXE-LGP-MATRICULA       PIC 9(006).
           05 FXE-LGP-CHAVE-PSEUDO    PIC 9(006).
           05 FXE-LGP-ARQUIVO         PIC X(008).
           05 FXE-LGP-ROTULO          PIC X(030).
           05 FXE-LGP-QTDE            PIC 9(007).
           05 FILLER                  PIC X(006).

      *                "M" sao a lista de gatilho que a equipe de
      *                beneficios consome toda manha - hoje remontada
      *                na mao em planilha a partir de dois extratos.
      *                Dependentes sao casados pela chave completa do
      *                extrato (matricula + tipo + sequencia) e saem com
      *                tipo "D" e a sequencia; em branco no titular.
      * Modification History:
      ******************************************************************
       01  FXE-REGISTRO-DELTA.
           05 FXE-DEL-FAIXA-ATU       PIC X(002).
           05 FXE-DEL-IDADE           PIC 9(003).
           05 FXE-DEL-FILIAL          PIC X(003).
           05 FXE-DEL-TIPO-BENEF      PIC X(001).
              88 FXE-DEL-TITULAR               VALUE SPACE.
              88 FXE-DEL-DEPENDENTE            VALUE "D".
           05 FXE-DEL-SEQ-DEPENDENTE  PIC X(002).
           05 FILLER                  PIC X(020).

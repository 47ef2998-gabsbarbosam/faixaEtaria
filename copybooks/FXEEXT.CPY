      *                carga direta em ferramenta de BI ou staging de
      *                banco de dados - largura fixa, sem separador,
      *                para nao depender de parser de CSV do outro lado.
      *                Os dependentes saem logo apos o seu titular, sob
      *                a matricula dele, com tipo "D" e a sequencia do
      *                dependente; no titular os dois campos ficam em
      *                branco, como nos extratos anteriores aos
      *                dependentes - matricula + tipo + sequencia e a
      *                chave unica de uma pessoa no extrato.
      * Modification History:
      ******************************************************************
       01  FXE-REGISTRO-EXTRATO.
           05 FXE-EXT-FAIXA-DESC      PIC X(020).
           05 FXE-EXT-DATA-NASC       PIC X(008).
           05 FXE-EXT-FILIAL          PIC X(003).
           05 FXE-EXT-TIPO-BENEF      PIC X(001).
              88 FXE-EXT-TITULAR               VALUE SPACE.
              88 FXE-EXT-DEPENDENTE            VALUE "D".
           05 FXE-EXT-SEQ-DEPENDENTE  PIC X(002).
           05 FILLER                  PIC X(003).

      *                o contas a pagar carregar direto - substitui a
      *                planilha em que o financeiro aplicava as
      *                tarifas na mao todo mes.
      *                Dependentes saem sob a matricula do titular, com
      *                tipo "D" e a sequencia do dependente (em branco
      *                no titular, como no EXTRATO), para o contas a
      *                pagar somar a familia pela matricula.
      *                O ajuste retroativo (FAIXAJUS) grava neste mesmo
      *                layout os lancamentos de diferenca: tipo de
      *                lancamento "D" (debito - cobrar a diferenca) ou
      *                "C" (credito - devolver), a competencia AAAAMM a
      *                que o ajuste se refere e a faixa cobrada na
      *                epoca; o valor e sempre a diferenca absoluta. Na
      *                mensalidade normal os tres campos ficam em
      *                branco, como nas geracoes antigas.
      * Modification History:
      ******************************************************************
       01  FXE-REGISTRO-FATURA.
           05 FXE-FAT-MATRICULA       PIC 9(006).
           05 FXE-FAT-FAIXA-COD       PIC X(002).
           05 FXE-FAT-VALOR           PIC 9(007)V9(002).
           05 FXE-FAT-TIPO-BENEF      PIC X(001).
              88 FXE-FAT-TITULAR               VALUE SPACE.
              88 FXE-FAT-DEPENDENTE            VALUE "D".
           05 FXE-FAT-SEQ-DEPENDENTE  PIC X(002).
           05 FXE-FAT-TIPO-LANC       PIC X(001).
              88 FXE-FAT-MENSALIDADE           VALUE SPACE.
              88 FXE-FAT-DEBITO                VALUE "D".
              88 FXE-FAT-CREDITO               VALUE "C".
           05 FXE-FAT-COMPETENCIA     PIC X(006).
           05 FXE-FAT-FAIXA-ANTERIOR  PIC X(002).
           05 FILLER                  PIC X(003).

      ******************************************************************
      * Copybook.....: FXESTA.CPY
      * Purpose......: layout do registro de situacao de passo
      *                (JOBSTAT), acrescentado ao fim de cada passo da
      *                esteira noturna - POPQUALI, FAIXPART, POPMANUT,
      *                FAIXAETARIA, CONCILIA e EXTCONF - com o job e o
      *                passo (cartoes JOB= e PASSO= de EXECPARM), o
      *                programa, inicio e fim, as contagens do passo e
      *                o RETURN-CODE. As contagens seguem um sentido
      *                comum a todos os passos:
      *                  LIDOS      - registros de entrada tratados;
      *                  GRAVADOS   - registros de saida produzidos;
      *                  REJEITADOS - ocorrencias que exigem acao
      *                               (movimento rejeitado, registro
      *                               invalido, divergencia, achado
      *                               que rejeita);
      *                  ALERTAS    - ocorrencias so para conferencia
      *                               (achado suspeito).
      *                O arquivo e acumulativo; EXECSTAT le os
      *                registros da noite e monta a folha de situacao
      *                da manha. Um passo que abenda nao chega a gravar
      *                o seu registro - e a ausencia dele que a folha
      *                aponta.
      * Modification History:
      ******************************************************************
       01  FXE-REGISTRO-STATUS.
           05 FXE-STA-JOB             PIC X(008).
           05 FXE-STA-PASSO           PIC X(008).
           05 FXE-STA-PROGRAMA        PIC X(012).
           05 FXE-STA-DATA-INI        PIC X(008).
           05 FXE-STA-HORA-INI        PIC X(008).
           05 FXE-STA-DATA-FIM        PIC X(008).
           05 FXE-STA-HORA-FIM        PIC X(008).
           05 FXE-STA-QTDE-LIDOS      PIC 9(009).
           05 FXE-STA-QTDE-GRAVADOS   PIC 9(009).
           05 FXE-STA-QTDE-REJEITADOS PIC 9(009).
           05 FXE-STA-QTDE-ALERTAS    PIC 9(009).
           05 FXE-STA-RETCODE         PIC 9(002).
           05 FILLER                  PIC X(002).

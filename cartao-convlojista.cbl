       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARTAO-CONVLOJISTA.

      *    Conversao unica de corte do arquivo permanente de ciclos
      *    para o layout com o lojista da transacao, no mesmo molde de
      *    CARTAO-CONVERSAO: sob a convencao de registro de largura
      *    fixa deste sistema, o arquivo gravado no layout antigo
      *    desenquadra toda leitura feita pelo layout novo. Rodar UMA
      *    vez, com a cadeia parada, antes da primeira execucao com o
      *    layout novo:
      *
      *      cartoes.arquivo   88 -> 92 bytes: ARQ-LOJISTA 0000 (sem
      *                        lojista) - os ciclos ja fechados nao
      *                        guardaram o lojista, e uma transacao
      *                        deles so pode ser contestada com o
      *                        lojista acertado a mao.
      *
      *    O arquivo e primeiro copiado para cartoes.arquivo.ant88
      *    (que fica como copia de seguranca do corte) e depois
      *    regravado no layout novo a partir da copia. A copia ja
      *    existente indica conversao ja executada: a execucao e
      *    recusada para nao converter duas vezes. Arquivo de origem
      *    ausente e pulado com aviso - instalacao nova nao tem o que
      *    converter.
      *
      *    As geracoes cartoes.arquivo.AAAAMM de CARTAO-EXTRATO
      *    gravadas antes do corte continuam no layout antigo: um
      *    BACKOUT de ciclo anterior ao corte restaura o arquivo com
      *    88 bytes e exige esta conversao de novo (apagando antes a
      *    copia .ant88).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-ANTIGO ASSIGN TO 'cartoes.arquivo'
               FILE STATUS IS WS-ARQA-STATUS.
           SELECT ARQUIVO-ESTAGIO ASSIGN TO 'cartoes.arquivo.ant88'
               FILE STATUS IS WS-ARQE-STATUS.
           SELECT ARQUIVO-NOVO ASSIGN TO 'cartoes.arquivo'
               FILE STATUS IS WS-ARQN-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Arquivo permanente de ciclos no layout antigo (88 bytes),
      *    lido apenas como bloco para a copia de estagio.
       FD  ARQUIVO-ANTIGO.
       01  ARQA-REGISTRO        PIC X(88).

      *    Copia de estagio/seguranca, com os campos do layout
      *    antigo, de onde o arquivo novo e montado.
       FD  ARQUIVO-ESTAGIO.
       01  ARQE-REGISTRO.
           05 ARQE-CICLO        PIC 9(6).
           05 ARQE-NUMERO       PIC 9(5).
           05 ARQE-TIPO-REG     PIC X(1).
           05 ARQE-DATA         PIC 9(8).
           05 ARQE-TIPO-TRANS   PIC X(1).
           05 ARQE-VALOR        PIC 9(6)V99.
           05 ARQE-SALDO-ANT-SIN PIC X(1).
           05 ARQE-SALDO-ANT    PIC 9(9)V99.
           05 ARQE-JUROS        PIC 9(9)V99.
           05 ARQE-SALDO-NOV-SIN PIC X(1).
           05 ARQE-SALDO-NOV    PIC 9(9)V99.
           05 ARQE-PAGTO-MINIMO PIC 9(9)V99.
           05 ARQE-VENCIMENTO   PIC 9(8).
           05 ARQE-CARTAO       PIC 9(5).

      *    Arquivo permanente de ciclos no layout novo (92 bytes),
      *    como em CARTAO-EXTRATO.
       FD  ARQUIVO-NOVO.
       01  ARQN-REGISTRO.
           05 ARQN-CICLO        PIC 9(6).
           05 ARQN-NUMERO       PIC 9(5).
           05 ARQN-TIPO-REG     PIC X(1).
           05 ARQN-DATA         PIC 9(8).
           05 ARQN-TIPO-TRANS   PIC X(1).
           05 ARQN-VALOR        PIC 9(6)V99.
           05 ARQN-SALDO-ANT-SIN PIC X(1).
           05 ARQN-SALDO-ANT    PIC 9(9)V99.
           05 ARQN-JUROS        PIC 9(9)V99.
           05 ARQN-SALDO-NOV-SIN PIC X(1).
           05 ARQN-SALDO-NOV    PIC 9(9)V99.
           05 ARQN-PAGTO-MINIMO PIC 9(9)V99.
           05 ARQN-VENCIMENTO   PIC 9(8).
           05 ARQN-CARTAO       PIC 9(5).
           05 ARQN-LOJISTA      PIC 9(4).

       WORKING-STORAGE SECTION.
       01  WS-ARQA-STATUS       PIC X(2).
       01  WS-ARQE-STATUS       PIC X(2).
       01  WS-ARQN-STATUS       PIC X(2).
       01  WS-FIM-LEITURA       PIC X VALUE 'N'.
           88 FIM-LEITURA-SIM       VALUE 'S'.

      *    Total convertido, para a conferencia do operador.
       01  WS-QTD-ARQUIVO       PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-VERIFICAR-JA-CONVERTIDO THRU 1000-EXIT
           PERFORM 2000-CONVERTER-ARQUIVO THRU 2000-EXIT
           PERFORM 9000-FINALIZAR THRU 9000-EXIT
           STOP RUN.

      *    A copia .ant88 ja gravada e a marca de que a conversao ja
      *    rodou - converter de novo leria o layout novo como se
      *    fosse antigo e destruiria o arquivo.
       1000-VERIFICAR-JA-CONVERTIDO.
           OPEN INPUT ARQUIVO-ESTAGIO
           IF WS-ARQE-STATUS = '00'
               CLOSE ARQUIVO-ESTAGIO
               DISPLAY 'CARTAO-CONVLOJISTA: COPIA .ANT88 JA EXISTE -'
                   ' A CONVERSAO JA FOI EXECUTADA; NADA FOI TOCADO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
       1000-EXIT.
           EXIT.

      *    cartoes.arquivo: copia para o estagio e regrava no layout
      *    novo com ARQ-LOJISTA zero.
       2000-CONVERTER-ARQUIVO.
           OPEN INPUT ARQUIVO-ANTIGO
           IF WS-ARQA-STATUS NOT = '00'
               DISPLAY 'CARTAO-CONVLOJISTA: CARTOES.ARQUIVO AUSENTE'
                   ' (STATUS ' WS-ARQA-STATUS ') - PULADO'
               GO TO 2000-EXIT
           END-IF
           OPEN OUTPUT ARQUIVO-ESTAGIO
           MOVE 'N' TO WS-FIM-LEITURA
           PERFORM 2100-ESTAGIAR-ARQUIVO THRU 2100-EXIT
               UNTIL FIM-LEITURA-SIM
           CLOSE ARQUIVO-ANTIGO
           CLOSE ARQUIVO-ESTAGIO
           OPEN INPUT ARQUIVO-ESTAGIO
           OPEN OUTPUT ARQUIVO-NOVO
           MOVE 'N' TO WS-FIM-LEITURA
           PERFORM 2200-REGRAVAR-ARQUIVO THRU 2200-EXIT
               UNTIL FIM-LEITURA-SIM
           CLOSE ARQUIVO-ESTAGIO
           CLOSE ARQUIVO-NOVO
       2000-EXIT.
           EXIT.

       2100-ESTAGIAR-ARQUIVO.
           READ ARQUIVO-ANTIGO
               AT END
                   MOVE 'S' TO WS-FIM-LEITURA
               NOT AT END
                   MOVE ARQA-REGISTRO TO ARQE-REGISTRO
                   WRITE ARQE-REGISTRO
           END-READ
       2100-EXIT.
           EXIT.

       2200-REGRAVAR-ARQUIVO.
           READ ARQUIVO-ESTAGIO
               AT END
                   MOVE 'S' TO WS-FIM-LEITURA
               NOT AT END
                   MOVE ARQE-REGISTRO TO ARQN-REGISTRO
                   MOVE 0 TO ARQN-LOJISTA
                   WRITE ARQN-REGISTRO
                   ADD 1 TO WS-QTD-ARQUIVO
           END-READ
       2200-EXIT.
           EXIT.

       9000-FINALIZAR.
           DISPLAY 'CARTAO-CONVLOJISTA: ARQUIVO=' WS-QTD-ARQUIVO
               ' REGISTROS CONVERTIDOS'
       9000-EXIT.
           EXIT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARTAO-CONVARQUIVO.

      *    Conversao unica de corte do arquivo permanente de ciclos
      *    (cartoes.arquivo) de sequencial para indexado, no mesmo
      *    molde de CARTAO-CONVMOEDA: o arquivo deixa de ser estendido
      *    no fim e passa a ser lido direto pela chave - um ciclo
      *    inteiro ou uma conta num ciclo - por CARTAO-EXTRATO,
      *    CARTAO-COBRANCA, CARTAO-IMPRESSAO, CARTAO-REIMPRESSAO,
      *    CARTAO-CONTESTACAO, CARTAO-TARIFAS e CARTAO-REVISAO, e
      *    pode ser expurgado por CARTAO-EXPURGO. Rodar UMA vez, com
      *    a cadeia parada, DEPOIS de CARTAO-CONVMOEDA e antes da
      *    primeira execucao com o arquivo indexado:
      *
      *      cartoes.arquivo   113 -> 118 bytes, indexado pela chave
      *                        ARQ-CICLO + ARQ-NUMERO + ARQ-SEQ. As
      *                        transacoes 'T' de cada numero no ciclo
      *                        sao numeradas 00001, 00002, ... na
      *                        ordem em que foram arquivadas, e o
      *                        fechamento 'S' recebe a sequencia
      *                        99999, como CARTAO-EXTRATO grava a
      *                        partir do corte.
      *
      *    O arquivo e primeiro copiado para a copia de seguranca do
      *    corte (cartoes.arquivo.ant113), ordenado por ciclo e
      *    numero mantendo a ordem de gravacao dentro de cada numero,
      *    e regravado indexado a partir da copia ordenada. Uma copia
      *    ja existente indica conversao ja executada: a execucao e
      *    recusada para nao converter duas vezes. Arquivo ausente e
      *    pulado com aviso - instalacao nova nao tem o que converter,
      *    e CARTAO-EXTRATO cria o indexado vazio no primeiro
      *    fechamento.
      *
      *    Um segundo fechamento do mesmo numero no mesmo ciclo
      *    (fechamento refeito sem o backout, antes das geracoes)
      *    nao cabe na chave: o primeiro fica; as transacoes 'T' e o
      *    'S' dos seguintes - tudo o que vem depois do primeiro 'S'
      *    no ciclo e numero - sao listados na tela, contados no
      *    total de duplicados e saem com RETURN-CODE 4, sem entrar
      *    no indexado - continuam na copia .ant113. A copia ordenada
      *    de trabalho (cartoes.arquivo.ord) e apagada no fim.
      *
      *    As geracoes cartoes.arquivo.AAAAMM de CARTAO-EXTRATO
      *    gravadas antes do corte continuam sequenciais, com 113
      *    bytes e o arquivo inteiro: um BACKOUT de ciclo anterior ao
      *    corte nao e possivel com o arquivo indexado.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-ANTIGO ASSIGN TO 'cartoes.arquivo'
               FILE STATUS IS WS-ARQA-STATUS.
           SELECT ARQUIVO-ESTAGIO ASSIGN TO 'cartoes.arquivo.ant113'
               FILE STATUS IS WS-ARQE-STATUS.
           SELECT ARQUIVO-ORDENADO ASSIGN TO 'cartoes.arquivo.ord'.
           SELECT ARQ-WORK ASSIGN TO 'cartoes.arquivo.wrk'.
           SELECT ARQUIVO-NOVO ASSIGN TO 'cartoes.arquivo'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS ARQN-CHAVE
               FILE STATUS IS WS-ARQN-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Arquivo permanente sequencial (113 bytes), lido apenas
      *    como bloco para a copia de estagio.
       FD  ARQUIVO-ANTIGO.
       01  ARQA-REGISTRO        PIC X(113).

       FD  ARQUIVO-ESTAGIO.
       01  ARQE-REGISTRO        PIC X(113).

      *    Copia de estagio ordenada por ciclo e numero, produzida
      *    pelo SORT em 3000-ORDENAR-ARQUIVO.
       FD  ARQUIVO-ORDENADO.
       01  ARQO-REGISTRO.
           05 ARQO-CICLO        PIC 9(6).
           05 ARQO-NUMERO       PIC 9(5).
           05 ARQO-TIPO-REG     PIC X(1).
           05 ARQO-RESTO        PIC X(101).

       SD  ARQ-WORK.
       01  WRK-REGISTRO.
           05 WRK-CICLO         PIC 9(6).
           05 WRK-NUMERO        PIC 9(5).
           05 FILLER            PIC X(102).

      *    Arquivo permanente de ciclos indexado (118 bytes), como em
      *    CARTAO-EXTRATO.
       FD  ARQUIVO-NOVO.
       01  ARQN-REGISTRO.
           05 ARQN-CHAVE.
              10 ARQN-CICLO     PIC 9(6).
              10 ARQN-NUMERO    PIC 9(5).
              10 ARQN-SEQ       PIC 9(5).
           05 ARQN-TIPO-REG     PIC X(1).
           05 ARQN-RESTO        PIC X(101).

       WORKING-STORAGE SECTION.
       01  WS-ARQA-STATUS       PIC X(2).
       01  WS-ARQE-STATUS       PIC X(2).
       01  WS-ARQN-STATUS       PIC X(2).
       01  WS-FIM-LEITURA       PIC X VALUE 'N'.
           88 FIM-LEITURA-SIM       VALUE 'S'.

      *    Ciclo e numero do grupo corrente e a ultima sequencia 'T'
      *    dada nele.
       01  WS-CICLO-ATUAL       PIC 9(6) VALUE 0.
       01  WS-NUMERO-ATUAL      PIC 9(5) VALUE 0.
       01  WS-SEQ-ATUAL         PIC 9(5) VALUE 0.
       01  WS-GRUPO-FECHADO     PIC X VALUE 'N'.
           88 GRUPO-FECHADO         VALUE 'S'.

      *    Totais convertidos, para a conferencia do operador.
       01  WS-QTD-LIDOS         PIC 9(7) VALUE 0.
       01  WS-QTD-GRAVADOS      PIC 9(7) VALUE 0.
       01  WS-QTD-DUPLICADOS    PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-VERIFICAR-JA-CONVERTIDO THRU 1000-EXIT
           PERFORM 2000-ESTAGIAR-ARQUIVO THRU 2000-EXIT
           PERFORM 3000-ORDENAR-ARQUIVO THRU 3000-EXIT
           PERFORM 4000-REGRAVAR-ARQUIVO THRU 4000-EXIT
           PERFORM 9000-FINALIZAR THRU 9000-EXIT
           STOP RUN.

      *    Uma copia .ant113 ja gravada e a marca de que a conversao
      *    ja rodou - converter de novo leria o indexado como se
      *    fosse sequencial e destruiria o arquivo.
       1000-VERIFICAR-JA-CONVERTIDO.
           OPEN INPUT ARQUIVO-ESTAGIO
           IF WS-ARQE-STATUS = '00'
               CLOSE ARQUIVO-ESTAGIO
               DISPLAY 'CARTAO-CONVARQUIVO: COPIA .ANT113 JA EXISTE -'
                   ' A CONVERSAO JA FOI EXECUTADA; NADA FOI TOCADO'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
       1000-EXIT.
           EXIT.

      *    cartoes.arquivo sequencial copiado para o estagio.
       2000-ESTAGIAR-ARQUIVO.
           OPEN INPUT ARQUIVO-ANTIGO
           IF WS-ARQA-STATUS NOT = '00'
               DISPLAY 'CARTAO-CONVARQUIVO: CARTOES.ARQUIVO AUSENTE'
                   ' (STATUS ' WS-ARQA-STATUS ') - PULADO'
               STOP RUN
           END-IF
           OPEN OUTPUT ARQUIVO-ESTAGIO
           MOVE 'N' TO WS-FIM-LEITURA
           PERFORM 2100-COPIAR-REGISTRO THRU 2100-EXIT
               UNTIL FIM-LEITURA-SIM
           CLOSE ARQUIVO-ANTIGO
           CLOSE ARQUIVO-ESTAGIO
       2000-EXIT.
           EXIT.

       2100-COPIAR-REGISTRO.
           READ ARQUIVO-ANTIGO
               AT END
                   MOVE 'S' TO WS-FIM-LEITURA
               NOT AT END
                   MOVE ARQA-REGISTRO TO ARQE-REGISTRO
                   WRITE ARQE-REGISTRO
                   ADD 1 TO WS-QTD-LIDOS
           END-READ
       2100-EXIT.
           EXIT.

      *    Ordem da chave nova; dentro do mesmo ciclo e numero fica a
      *    ordem de gravacao - as transacoes na ordem da fatura e o
      *    fechamento depois delas.
       3000-ORDENAR-ARQUIVO.
           SORT ARQ-WORK
               ON ASCENDING KEY WRK-CICLO WRK-NUMERO
               WITH DUPLICATES IN ORDER
               USING ARQUIVO-ESTAGIO
               GIVING ARQUIVO-ORDENADO
       3000-EXIT.
           EXIT.

      *    Regrava o arquivo indexado a partir da copia ordenada,
      *    dando a sequencia de cada registro no seu ciclo e numero.
       4000-REGRAVAR-ARQUIVO.
           OPEN INPUT ARQUIVO-ORDENADO
           OPEN OUTPUT ARQUIVO-NOVO
           IF WS-ARQN-STATUS NOT = '00'
               DISPLAY 'CARTAO-CONVARQUIVO: CARTOES.ARQUIVO INDEXADO'
                   ' NAO CRIADO (STATUS ' WS-ARQN-STATUS ') - A COPIA'
                   ' .ANT113 E O ARQUIVO ORIGINAL'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'N' TO WS-FIM-LEITURA
           PERFORM 4100-REGRAVAR-REGISTRO THRU 4100-EXIT
               UNTIL FIM-LEITURA-SIM
           CLOSE ARQUIVO-ORDENADO
           CLOSE ARQUIVO-NOVO
       4000-EXIT.
           EXIT.

       4100-REGRAVAR-REGISTRO.
           READ ARQUIVO-ORDENADO
               AT END
                   MOVE 'S' TO WS-FIM-LEITURA
                   GO TO 4100-EXIT
           END-READ
           IF ARQO-CICLO NOT = WS-CICLO-ATUAL
               OR ARQO-NUMERO NOT = WS-NUMERO-ATUAL
               MOVE ARQO-CICLO TO WS-CICLO-ATUAL
               MOVE ARQO-NUMERO TO WS-NUMERO-ATUAL
               MOVE 0 TO WS-SEQ-ATUAL
               MOVE 'N' TO WS-GRUPO-FECHADO
           END-IF
           IF GRUPO-FECHADO
               ADD 1 TO WS-QTD-DUPLICADOS
               DISPLAY 'CARTAO-CONVARQUIVO: DUPLICADO CICLO='
                   ARQO-CICLO ' NUMERO=' ARQO-NUMERO
                   ' TIPO=' ARQO-TIPO-REG ' - FICA NA .ANT113'
               GO TO 4100-EXIT
           END-IF
           IF ARQO-TIPO-REG = 'S'
               MOVE 'S' TO WS-GRUPO-FECHADO
           END-IF
           MOVE ARQO-CICLO TO ARQN-CICLO
           MOVE ARQO-NUMERO TO ARQN-NUMERO
           IF ARQO-TIPO-REG = 'S'
               MOVE 99999 TO ARQN-SEQ
           ELSE
               ADD 1 TO WS-SEQ-ATUAL
               MOVE WS-SEQ-ATUAL TO ARQN-SEQ
           END-IF
           MOVE ARQO-TIPO-REG TO ARQN-TIPO-REG
           MOVE ARQO-RESTO TO ARQN-RESTO
           WRITE ARQN-REGISTRO
               INVALID KEY
                   ADD 1 TO WS-QTD-DUPLICADOS
                   DISPLAY 'CARTAO-CONVARQUIVO: DUPLICADO CICLO='
                       ARQN-CICLO ' NUMERO=' ARQN-NUMERO
                       ' TIPO=' ARQN-TIPO-REG ' - FICA NA .ANT113'
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-GRAVADOS
           END-WRITE
       4100-EXIT.
           EXIT.

       9000-FINALIZAR.
           DISPLAY 'CARTAO-CONVARQUIVO: LIDOS=' WS-QTD-LIDOS
               ' GRAVADOS=' WS-QTD-GRAVADOS
               ' DUPLICADOS=' WS-QTD-DUPLICADOS
           IF WS-QTD-DUPLICADOS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DELETE FILE ARQUIVO-ORDENADO
       9000-EXIT.
           EXIT.

      *    CARTAO-MANUTENCAO), as linhas de transacao do ciclo e o
      *    rodape com saldo novo, pagamento minimo e vencimento.
      *
      *    Recebe na linha de comando o que imprimir: AAAAMMDD, as
      *    faturas de uma noite de fechamento (o grupo de
      *    faturamento de CARTAO-EXTRATO), ou AAAAMM, o ciclo
      *    inteiro; sem parametro imprime a noite de fechamento
      *    mais recente arquivada.
      *
      *    Cada documento abre com uma linha-chave *DOC CONTA=...
      *    PAGINA=...* - e por ela que a grafica separa os
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQUIVO-CICLOS ASSIGN TO 'cartoes.arquivo'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS ARQ-CHAVE
               FILE STATUS IS WS-ARQ-STATUS.
           SELECT CARTAO-CADASTRO ASSIGN TO 'cartoes.cadastro'
               ORGANIZATION INDEXED
       FILE SECTION.
       FD  ARQUIVO-CICLOS.
       01  ARQUIVO-REGISTRO.
           05 ARQ-CHAVE.
              10 ARQ-CICLO      PIC 9(6).
              10 ARQ-NUMERO     PIC 9(5).
              10 ARQ-SEQ        PIC 9(5).
           05 ARQ-TIPO-REG      PIC X(1).
           05 ARQ-DATA          PIC 9(8).
           05 ARQ-TIPO-TRANS    PIC X(1).
           05 ARQ-PAGTO-MINIMO  PIC 9(9)V99.
           05 ARQ-VENCIMENTO    PIC 9(8).
           05 ARQ-CARTAO        PIC 9(5).
           05 ARQ-LOJISTA       PIC 9(4).
           05 ARQ-MOEDA         PIC X(3).
           05 ARQ-VLR-MOEDA     PIC 9(6)V99.
           05 ARQ-TAXA          PIC 9(4)V9(6).

       FD  CARTAO-CADASTRO.
       01  CADASTRO-REGISTRO.
       01  WS-FIM-ARQUIVO      PIC X VALUE 'N'.
           88 FIM-ARQUIVO-SIM      VALUE 'S'.

      *    Noite (WS-DATA-IMPRESSAO) ou ciclo inteiro pedido na
      *    linha de comando; em branco, a noite de fechamento mais
      *    recente encontrada no arquivo permanente. O ciclo de uma
      *    noite e o seu ano e mes, como o ARQ-CICLO de
      *    CARTAO-EXTRATO.
       01  WS-PARM-ENTRADA     PIC X(20).
       01  WS-CICLO-IMPRESSAO  PIC 9(6) VALUE 0.
       01  WS-DATA-IMPRESSAO   PIC 9(8) VALUE 0.
       01  WS-MODO-IMPRESSAO   PIC X VALUE 'P'.
           88 IMPRIMIR-PADRAO      VALUE 'P'.
           88 IMPRIMIR-NOITE       VALUE 'N'.
           88 IMPRIMIR-CICLO       VALUE 'C'.
       01  WS-FECHAMENTO-ACHADO PIC X VALUE 'N'.
           88 FECHAMENTO-ACHADO    VALUE 'S'.
       01  WS-DATA-HOJE        PIC 9(8) VALUE 0.
       01  WS-CICLO-JANELA     PIC 9(6) VALUE 0.
       01  WS-CICLO-JANELA-R REDEFINES WS-CICLO-JANELA.
           05 WS-JANELA-ANO    PIC 9(4).
           05 WS-JANELA-MES    PIC 9(2).

      *    Transacoes da conta corrente, retidas ate o registro de
      *    fechamento 'S' chegar - so entao se sabe se a conta tem
              10 WS-LIN-TIPO    PIC X(1).
              10 WS-LIN-CARTAO  PIC 9(5).
              10 WS-LIN-VALOR   PIC 9(6)V99.
              10 WS-LIN-MOEDA   PIC X(3).
              10 WS-LIN-VLR-MOEDA PIC 9(6)V99.
              10 WS-LIN-TAXA    PIC 9(4)V9(6).
       01  WS-QTD-LINHAS       PIC 9(3) VALUE 0.
       01  WS-IDX-LINHA        PIC 9(3) VALUE 0.
       01  WS-CONTA-BUFFER     PIC 9(5) VALUE 0.
       01  WS-VENCIMENTO       PIC 9(8) VALUE 0.
       01  WS-TOTAL-CONTA      PIC S9(9)V99 VALUE 0.
       01  WS-TIPO-LINHA       PIC X(1) VALUE 'C'.
           88 LINHA-CREDITO        VALUE 'P' 'D' 'E' 'V'.

      *    Dados de correspondencia da conta corrente.
       01  WS-NOME-CONTA       PIC X(20).
      *    decimal), como no extrato original.
       01  WS-VALOR-EXTRATO    PIC -ZZZ.ZZ9,99.
       01  WS-SALDO-EXTRATO    PIC -ZZZ.ZZZ.ZZ9,99.
       01  WS-VLR-MOEDA-EXTRATO PIC ZZZ.ZZ9,99.
       01  WS-TAXA-EXTRATO     PIC ZZZ9,999999.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT
           PERFORM 2000-ESCOLHER-CICLO THRU 2000-EXIT
           PERFORM 2500-CONFERIR-CICLO THRU 2500-EXIT
           PERFORM 3000-IMPRIMIR-CICLO THRU 3000-EXIT
           PERFORM 9000-FINALIZAR THRU 9000-EXIT
           STOP RUN.

       1000-INICIALIZAR.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           ACCEPT WS-PARM-ENTRADA FROM COMMAND-LINE
           IF WS-PARM-ENTRADA (1: 8) NUMERIC
               MOVE 'N' TO WS-MODO-IMPRESSAO
               MOVE WS-PARM-ENTRADA (1: 8) TO WS-DATA-IMPRESSAO
           ELSE
               IF WS-PARM-ENTRADA (1: 6) NUMERIC
                   MOVE 'C' TO WS-MODO-IMPRESSAO
                   MOVE WS-PARM-ENTRADA (1: 6) TO WS-CICLO-IMPRESSAO
               END-IF
           END-IF
           OPEN INPUT ARQUIVO-CICLOS
           IF WS-ARQ-STATUS NOT = '00'
       1000-EXIT.
           EXIT.

      *    Primeira passagem: sem parametro na linha de comando,
      *    imprime a noite de fechamento mais recente arquivada; com
      *    a noite, confere que ela teve fechamento. O arquivo e
      *    ordenado pelo ciclo: a noite pedida e procurada so no
      *    ciclo dela, e sem parametro a leitura comeca tres meses
      *    antes do mes corrente - so sem nenhum fechamento nesse
      *    trecho o arquivo e lido desde o inicio.
       2000-ESCOLHER-CICLO.
           IF IMPRIMIR-CICLO
               GO TO 2000-EXIT
           END-IF
           IF IMPRIMIR-NOITE
               MOVE WS-DATA-IMPRESSAO (1: 6) TO WS-CICLO-JANELA
               PERFORM 2050-VARRER-A-PARTIR THRU 2050-EXIT
               GO TO 2000-EXIT
           END-IF
           MOVE WS-DATA-HOJE (1: 6) TO WS-CICLO-JANELA
           IF WS-JANELA-MES > 3
               SUBTRACT 3 FROM WS-JANELA-MES
           ELSE
               ADD 9 TO WS-JANELA-MES
               SUBTRACT 1 FROM WS-JANELA-ANO
           END-IF
           PERFORM 2050-VARRER-A-PARTIR THRU 2050-EXIT
           IF NOT FECHAMENTO-ACHADO
               MOVE 0 TO WS-CICLO-JANELA
               PERFORM 2050-VARRER-A-PARTIR THRU 2050-EXIT
           END-IF
       2000-EXIT.
           EXIT.

       2050-VARRER-A-PARTIR.
           MOVE WS-CICLO-JANELA TO ARQ-CICLO
           MOVE 0 TO ARQ-NUMERO
           MOVE 0 TO ARQ-SEQ
           MOVE 'N' TO WS-FIM-ARQUIVO
           START ARQUIVO-CICLOS KEY IS NOT LESS THAN ARQ-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-ARQUIVO
           END-START
           PERFORM 2100-LER-CANDIDATO THRU 2100-EXIT
               UNTIL FIM-ARQUIVO-SIM
       2050-EXIT.
           EXIT.

       2100-LER-CANDIDATO.
           READ ARQUIVO-CICLOS NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
                   GO TO 2100-EXIT
           END-READ
           IF IMPRIMIR-NOITE AND ARQ-CICLO NOT = WS-CICLO-JANELA
               MOVE 'S' TO WS-FIM-ARQUIVO
               GO TO 2100-EXIT
           END-IF
           IF ARQ-TIPO-REG NOT = 'S'
               GO TO 2100-EXIT
           END-IF
           IF IMPRIMIR-NOITE AND ARQ-DATA = WS-DATA-IMPRESSAO
               MOVE 'S' TO WS-FECHAMENTO-ACHADO
           END-IF
           IF IMPRIMIR-PADRAO AND ARQ-DATA > WS-DATA-IMPRESSAO
               MOVE ARQ-DATA TO WS-DATA-IMPRESSAO
               MOVE 'S' TO WS-FECHAMENTO-ACHADO
           END-IF
       2100-EXIT.
           EXIT.

       2500-CONFERIR-CICLO.
           IF NOT IMPRIMIR-CICLO
               MOVE WS-DATA-IMPRESSAO (1: 6) TO WS-CICLO-IMPRESSAO
               IF NOT FECHAMENTO-ACHADO
                   MOVE 0 TO WS-CICLO-IMPRESSAO
               END-IF
           END-IF
           IF WS-CICLO-IMPRESSAO = 0
               DISPLAY 'CARTAO-IMPRESSAO: NENHUM CICLO FECHADO PARA'
                   ' IMPRIMIR'
       2500-EXIT.
           EXIT.

      *    Segunda passagem, lida direto pela chave a partir do
      *    ciclo impresso: as transacoes 'T' de cada conta ficam
      *    retidas ate o fechamento 'S' chegar (a chave da conta
      *    numera as transacoes na ordem gravada e poe o 'S' por
      *    ultimo, entao a ordem do arquivo garante o par).
      *    Impressao de uma noite descarta, no 'S', as contas que
      *    fecharam em outra noite do ciclo.
       3000-IMPRIMIR-CICLO.
           MOVE WS-CICLO-IMPRESSAO TO ARQ-CICLO
           MOVE 0 TO ARQ-NUMERO
           MOVE 0 TO ARQ-SEQ
           MOVE 'N' TO WS-FIM-ARQUIVO
           START ARQUIVO-CICLOS KEY IS NOT LESS THAN ARQ-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-ARQUIVO
           END-START
           PERFORM 3100-LER-REGISTRO THRU 3100-EXIT
               UNTIL FIM-ARQUIVO-SIM
           IF WS-QTD-LINHAS > 0
           EXIT.

       3100-LER-REGISTRO.
           READ ARQUIVO-CICLOS NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
               NOT AT END
                   IF ARQ-CICLO NOT = WS-CICLO-IMPRESSAO
                       MOVE 'S' TO WS-FIM-ARQUIVO
                   END-IF
                   IF ARQ-CICLO = WS-CICLO-IMPRESSAO
                       PERFORM 3200-TRATAR-REGISTRO THRU 3200-EXIT
                   END-IF
               PERFORM 3300-RETER-TRANSACAO THRU 3300-EXIT
               GO TO 3200-EXIT
           END-IF
           IF ARQ-TIPO-REG NOT = 'S'
               GO TO 3200-EXIT
           END-IF
           IF NOT IMPRIMIR-CICLO AND ARQ-DATA NOT = WS-DATA-IMPRESSAO
               MOVE 0 TO WS-QTD-LINHAS
               GO TO 3200-EXIT
           END-IF
           PERFORM 4000-FECHAR-DOCUMENTO THRU 4000-EXIT
       3200-EXIT.
           EXIT.

           MOVE ARQ-TIPO-TRANS TO WS-LIN-TIPO (WS-QTD-LINHAS)
           MOVE ARQ-CARTAO TO WS-LIN-CARTAO (WS-QTD-LINHAS)
           MOVE ARQ-VALOR TO WS-LIN-VALOR (WS-QTD-LINHAS)
           MOVE ARQ-MOEDA TO WS-LIN-MOEDA (WS-QTD-LINHAS)
           MOVE ARQ-VLR-MOEDA TO WS-LIN-VLR-MOEDA (WS-QTD-LINHAS)
           MOVE ARQ-TAXA TO WS-LIN-TAXA (WS-QTD-LINHAS)
       3300-EXIT.
           EXIT.

      *    Mesma montagem de linha do extrato: credito abate o saldo
      *    e sai com sinal negativo; o plastico que gastou sai na
      *    linha, para a fatura consolidada fazer sentido na mesa do
      *    titular. Compra no exterior leva a linha de moeda, valor
      *    original e cotacao logo abaixo, como no extrato.
       5300-MONTAR-TRANSACAO.
           IF WS-LIN-TIPO (WS-IDX-LINHA) = SPACE
               MOVE 'C' TO WS-TIPO-LINHA
               ' SALDO=' WS-SALDO-EXTRATO
               DELIMITED BY SIZE INTO WS-LINHA-MONTADA
           PERFORM 5900-GRAVAR-LINHA THRU 5900-EXIT
           IF WS-LIN-MOEDA (WS-IDX-LINHA) NOT = SPACES
               MOVE WS-LIN-VLR-MOEDA (WS-IDX-LINHA)
                   TO WS-VLR-MOEDA-EXTRATO
               MOVE WS-LIN-TAXA (WS-IDX-LINHA) TO WS-TAXA-EXTRATO
               MOVE SPACES TO WS-LINHA-MONTADA
               STRING '    MOEDA=' WS-LIN-MOEDA (WS-IDX-LINHA)
                   ' ORIGINAL=' WS-VLR-MOEDA-EXTRATO
                   ' COTACAO=' WS-TAXA-EXTRATO
                   DELIMITED BY SIZE INTO WS-LINHA-MONTADA
               PERFORM 5900-GRAVAR-LINHA THRU 5900-EXIT
           END-IF
       5300-EXIT.
           EXIT.

               CLOSE CARTAO-ENDERECOS
           END-IF
           DISPLAY 'CARTAO-IMPRESSAO: CICLO ' WS-CICLO-IMPRESSAO
               ' FECHAMENTO=' WS-DATA-IMPRESSAO
               ' DOCUMENTOS=' WS-QTD-DOCUMENTOS
               ' EXCECOES=' WS-QTD-EXCECOES
       9000-EXIT.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARTAO-PREJUIZO.

      *    Baixa para prejuizo das contas inadimplentes ha muito tempo
      *    e acompanhamento das recuperacoes - o que ate aqui ficava
      *    no saldo rendendo encargo que ninguem ia pagar. A conta
      *    entra em prejuizo quando a contagem de faltas seguidas do
      *    pagamento minimo (cartoes.faltas, mantida por
      *    CARTAO-COBRANCA) alcanca o limite configurado em
      *    cartoes.parmprejuizo.
      *
      *    Na baixa, o saldo devedor fechado (cartoes.saldo) sai da
      *    conta, descontados os creditos que ja entraram no ciclo
      *    aberto (cartoes.acumulado) e ainda vao abater esse saldo
      *    na proxima fatura: o que os creditos cobrem fica no saldo,
      *    o resto e o valor baixado. A conta baixada nao rende mais
      *    encargo em CARTAO-EXTRATO. A perda sai no GL do dia com o
      *    tipo 'L' (lojista 0000) e fica em dois arquivos
      *    permanentes:
      *      - cartoes.prejuizos, o registro das contas baixadas, com
      *        o total baixado e o total recuperado de cada uma;
      *      - cartoes.lancprejuizos, a trilha de cada baixa ('L')
      *        e de cada recuperacao ('R'), sempre estendida.
      *    Pagamento que entra depois numa conta do registro e
      *    recuperacao, nao pagamento de fatura: CARTAO-BATCH o grava
      *    com o tipo 'R' no acumulado e no GL e o lanca aqui nos dois
      *    arquivos.
      *
      *    Saidas: prejuizo.txt, com as baixas do dia, e
      *    prejuizo.mensal, com as baixas e recuperacoes do mes de
      *    competencia e a posicao da carteira em prejuizo, para a
      *    contabilidade calcular a provisao.
      *
      *    Roda depois de CARTAO-COBRANCA (a contagem de faltas ja
      *    atualizada) e de CARTAO-CONCILIACAO (a linha 'L' do GL nao
      *    vem do feed e nao entra nos totais do CARTAO-BATCH).
      *    Parametro opcional AAAAMM: mes de competencia do relatorio
      *    mensal (sem ele, o mes corrente). Conta baixada na data de
      *    hoje nao e baixada de novo, para o rerun do dia nao dobrar
      *    a perda.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *    Valores monetarios em reais com centavos; a virgula e o
      *    separador decimal nas mascaras de edicao.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FALTAS-FILE ASSIGN TO 'cartoes.faltas'
               FILE STATUS IS WS-FALTAS-STATUS.
           SELECT SALDO-CICLO ASSIGN TO 'cartoes.saldo'
               FILE STATUS IS WS-SALDO-STATUS.
           SELECT ACUMULO-MENSAL ASSIGN TO 'cartoes.acumulado'
               FILE STATUS IS WS-ACUM-STATUS.
           SELECT PARAMETROS ASSIGN TO 'cartoes.parmprejuizo'
               FILE STATUS IS WS-PARM-STATUS.
           SELECT CARTAO-PREJUIZOS ASSIGN TO 'cartoes.prejuizos'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS PREJ-CONTA
               FILE STATUS IS WS-PREJ-STATUS.
           SELECT LANC-PREJUIZOS ASSIGN TO 'cartoes.lancprejuizos'
               FILE STATUS IS WS-LPRJ-STATUS.
           SELECT CARTOES-GL ASSIGN TO 'cartoes.gl'
               FILE STATUS IS WS-GL-STATUS.
           SELECT PREJUIZO-OUTFILE ASSIGN TO 'prejuizo.txt'.
           SELECT MENSAL-OUTFILE ASSIGN TO 'prejuizo.mensal'.

       DATA DIVISION.
       FILE SECTION.
      *    Faltas seguidas do pagamento minimo por conta, como em
      *    CARTAO-COBRANCA.
       FD  FALTAS-FILE.
       01  FALTA-REGISTRO.
           05 FALTA-NUMERO      PIC 9(5).
           05 FALTA-QTD         PIC 9(3).

      *    Saldo fechado de cada conta, como em CARTAO-EXTRATO. Lido
      *    por inteiro e regravado do zero quando ha baixa.
       FD  SALDO-CICLO.
       01  SALDO-REGISTRO.
           05 SALDO-NUMERO      PIC 9(5).
           05 SALDO-SINAL       PIC X(1).
           05 SALDO-VALOR-REG   PIC 9(9)V99.

       FD  ACUMULO-MENSAL.
       01  ACUM-REGISTRO.
           05 ACUM-NUMERO       PIC 9(5).
           05 ACUM-DATA         PIC 9(8).
           05 ACUM-VALOR        PIC 9(6)V99.
           05 ACUM-TIPO         PIC X(1).
           05 ACUM-LOJISTA      PIC 9(4).
           05 ACUM-CONTA        PIC 9(5).
           05 ACUM-MOEDA        PIC X(3).
           05 ACUM-VLR-MOEDA    PIC 9(6)V99.
           05 ACUM-TAXA         PIC 9(4)V9(6).

      *    Registro unico de parametros: quantidade de faltas
      *    seguidas do minimo que leva a conta para prejuizo. Sem o
      *    arquivo vale o default de WORKING-STORAGE.
       FD  PARAMETROS.
       01  PARM-REGISTRO.
           05 PARM-MAX-FALTAS   PIC 9(3).

      *    Registro permanente das contas baixadas, pela conta. Uma
      *    conta baixada de novo (divida nova depois da primeira
      *    baixa) acumula no mesmo registro; a data da primeira baixa
      *    fica, a da ultima e a quantidade de baixas acompanham.
      *    PREJ-VLR-RECUPERADO e mantido por CARTAO-BATCH.
       FD  CARTAO-PREJUIZOS.
       01  PREJ-REGISTRO.
           05 PREJ-CONTA          PIC 9(5).
           05 PREJ-DATA-BAIXA     PIC 9(8).
           05 PREJ-DATA-ULT-BAIXA PIC 9(8).
           05 PREJ-QTD-BAIXAS     PIC 9(3).
           05 PREJ-FALTAS         PIC 9(3).
           05 PREJ-VLR-BAIXADO    PIC 9(9)V99.
           05 PREJ-VLR-RECUPERADO PIC 9(9)V99.
           05 PREJ-DATA-ULT-RECUP PIC 9(8).

      *    Trilha permanente de baixas ('L') e recuperacoes ('R'),
      *    sempre estendida, nunca recriada - e dela que sai o
      *    relatorio mensal. LPRJ-CARTAO e o plastico que pagou, na
      *    recuperacao (a propria conta, na baixa); LPRJ-FEED e o
      *    feed do pagamento recuperado.
       FD  LANC-PREJUIZOS.
       01  LPRJ-REGISTRO.
           05 LPRJ-CONTA        PIC 9(5).
           05 LPRJ-CARTAO       PIC 9(5).
           05 LPRJ-DATA         PIC 9(8).
           05 LPRJ-TIPO         PIC X(1).
               88 LPRJ-BAIXA        VALUE 'L'.
               88 LPRJ-RECUPERACAO  VALUE 'R'.
           05 LPRJ-VALOR        PIC 9(9)V99.
           05 LPRJ-FEED         PIC X(3).

       FD  CARTOES-GL.
       01  GL-REGISTRO          PIC X(40).

       FD  PREJUIZO-OUTFILE.
       01  PREJUIZO-REGISTRO    PIC X(80).

       FD  MENSAL-OUTFILE.
       01  MENSAL-REGISTRO      PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FALTAS-STATUS     PIC X(2).
       01  WS-SALDO-STATUS      PIC X(2).
       01  WS-ACUM-STATUS       PIC X(2).
       01  WS-PARM-STATUS       PIC X(2).
       01  WS-PREJ-STATUS       PIC X(2).
       01  WS-LPRJ-STATUS       PIC X(2).
       01  WS-GL-STATUS         PIC X(2).
       01  WS-FIM-LEITURA       PIC X VALUE 'N'.
           88 FIM-LEITURA-SIM       VALUE 'S'.
       01  WS-DATA-HOJE         PIC 9(8) VALUE 0.

      *    Faltas seguidas que levam a conta para prejuizo - seis
      *    ciclos sem o minimo, por default.
       01  WS-MAX-FALTAS        PIC 9(3) VALUE 6.

      *    Mes de competencia do relatorio mensal: o corrente, ou o
      *    AAAAMM passado na linha de comando.
       01  WS-PARM-ENTRADA      PIC X(80) VALUE SPACES.
       01  WS-PARM-COMPETENCIA  PIC X(6) VALUE SPACES.
       01  WS-PARM-COMPETENCIA-9 REDEFINES WS-PARM-COMPETENCIA
                                PIC 9(6).
       01  WS-COMPETENCIA       PIC 9(6) VALUE 0.

      *    Saldos fechados e creditos do ciclo aberto, indexados pela
      *    conta (mesma tecnica de WS-TABELA-SALDOS em
      *    CARTAO-EXTRATO). Credito e pagamento, devolucao, estorno
      *    e credito provisorio de contestacao - a recuperacao 'R' ja
      *    foi contada como recuperacao e nao abate a divida.
       01  WS-TABELA-SALDOS.
           05 WS-SALDO-TAB OCCURS 99999
              PIC S9(9)V99 COMP VALUE 0.
       01  WS-TABELA-CREDITOS.
           05 WS-CREDITO-TAB OCCURS 99999
              PIC 9(9)V99 COMP VALUE 0.
       01  WS-IDX-SALDO         PIC 9(7) VALUE 0.
       01  WS-CONTA-ACUM        PIC 9(5) VALUE 0.
       01  WS-SALDOS-ALTERADOS  PIC X VALUE 'N'.
           88 SALDOS-ALTERADOS      VALUE 'S'.

      *    Baixa da conta corrente. O GL leva o valor no campo de
      *    8 posicoes de 2810-GRAVAR-GL em CARTAO-BATCH; divida acima
      *    disso nao cabe na linha e fica para a baixa manual.
       01  WS-CONTA-BAIXA       PIC 9(5) VALUE 0.
       01  WS-SALDO-CONTA       PIC S9(9)V99 VALUE 0.
       01  WS-CREDITO-CONTA     PIC 9(9)V99 VALUE 0.
       01  WS-VLR-BAIXA         PIC 9(9)V99 VALUE 0.
       01  WS-VLR-GL            PIC 9(6)V99 VALUE 0.
       01  WS-VLR-MAX-GL        PIC 9(9)V99 VALUE 999999,99.
       01  WS-PREJ-ACHADO       PIC X VALUE 'N'.
           88 PREJ-ACHADO           VALUE 'S'.

      *    Totais do dia, do mes de competencia e da carteira.
       01  WS-QTD-FALTAS-LIDAS  PIC 9(7) VALUE 0.
       01  WS-QTD-ELEGIVEIS     PIC 9(7) VALUE 0.
       01  WS-QTD-BAIXADAS      PIC 9(7) VALUE 0.
       01  WS-VLR-BAIXADAS      PIC 9(9)V99 VALUE 0.
       01  WS-QTD-MANUAIS       PIC 9(7) VALUE 0.
       01  WS-QTD-BAIXAS-MES    PIC 9(7) VALUE 0.
       01  WS-VLR-BAIXAS-MES    PIC 9(9)V99 VALUE 0.
       01  WS-QTD-RECUP-MES     PIC 9(7) VALUE 0.
       01  WS-VLR-RECUP-MES     PIC 9(9)V99 VALUE 0.
       01  WS-QTD-CARTEIRA      PIC 9(7) VALUE 0.
       01  WS-VLR-CART-BAIXADO  PIC 9(11)V99 VALUE 0.
       01  WS-VLR-CART-RECUP    PIC 9(11)V99 VALUE 0.
       01  WS-VLR-CART-LIQUIDO  PIC S9(11)V99 VALUE 0.
       01  WS-VLR-ED            PIC -ZZZ.ZZZ.ZZ9,99.
       01  WS-VLR-ED-2          PIC -ZZZ.ZZZ.ZZ9,99.
       01  WS-TOT-ED            PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
       01  WS-TIPO-TEXTO        PIC X(11).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT
           PERFORM 2000-BAIXAR-CONTAS THRU 2000-EXIT
           PERFORM 3000-REGRAVAR-SALDOS THRU 3000-EXIT
           PERFORM 5000-RELATORIO-MENSAL THRU 5000-EXIT
           PERFORM 9000-FINALIZAR THRU 9000-EXIT
           STOP RUN.

      *    O registro de contas baixadas ainda inexistente e criado
      *    vazio; qualquer outra falha de abertura aborta - sem ele a
      *    baixa nao tem onde ficar e a recuperacao nao e reconhecida.
       1000-INICIALIZAR.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-DATA-HOJE (1: 6) TO WS-COMPETENCIA
           ACCEPT WS-PARM-ENTRADA FROM COMMAND-LINE
           UNSTRING WS-PARM-ENTRADA DELIMITED BY ALL SPACE
               INTO WS-PARM-COMPETENCIA
           IF WS-PARM-COMPETENCIA NOT = SPACES
               IF WS-PARM-COMPETENCIA NUMERIC
                   MOVE WS-PARM-COMPETENCIA-9 TO WS-COMPETENCIA
               ELSE
                   DISPLAY 'CARTAO-PREJUIZO: PARAMETRO INVALIDO '
                       WS-PARM-COMPETENCIA ' - ESPERADO AAAAMM'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM 1100-LER-PARAMETROS THRU 1100-EXIT
           OPEN I-O CARTAO-PREJUIZOS
           IF WS-PREJ-STATUS = '35'
               OPEN OUTPUT CARTAO-PREJUIZOS
               CLOSE CARTAO-PREJUIZOS
               OPEN I-O CARTAO-PREJUIZOS
           END-IF
           IF WS-PREJ-STATUS NOT = '00'
               DISPLAY 'CARTAO-PREJUIZO: ERRO ' WS-PREJ-STATUS
                   ' AO ABRIR CARTAO-PREJUIZOS - EXECUCAO ABORTADA'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1200-CARREGAR-SALDOS THRU 1200-EXIT
           PERFORM 1300-CARREGAR-CREDITOS THRU 1300-EXIT
           OPEN EXTEND LANC-PREJUIZOS
           IF WS-LPRJ-STATUS = '35'
               OPEN OUTPUT LANC-PREJUIZOS
           END-IF
           OPEN EXTEND CARTOES-GL
           IF WS-GL-STATUS = '35'
               OPEN OUTPUT CARTOES-GL
           END-IF
           OPEN OUTPUT PREJUIZO-OUTFILE
           MOVE SPACES TO PREJUIZO-REGISTRO
           STRING 'BAIXAS PARA PREJUIZO DATA=' WS-DATA-HOJE
               ' LIMITE DE FALTAS=' WS-MAX-FALTAS
               DELIMITED BY SIZE INTO PREJUIZO-REGISTRO
           WRITE PREJUIZO-REGISTRO
       1000-EXIT.
           EXIT.

       1100-LER-PARAMETROS.
           OPEN INPUT PARAMETROS
           IF WS-PARM-STATUS = '00'
               READ PARAMETROS
               IF WS-PARM-STATUS = '00'
                   AND PARM-MAX-FALTAS NUMERIC
                   AND PARM-MAX-FALTAS > 0
                   MOVE PARM-MAX-FALTAS TO WS-MAX-FALTAS
               END-IF
               CLOSE PARAMETROS
           END-IF
       1100-EXIT.
           EXIT.

      *    Saldos fechados; arquivo ausente e nenhuma conta com
      *    divida fechada - nao ha o que baixar.
       1200-CARREGAR-SALDOS.
           OPEN INPUT SALDO-CICLO
           IF WS-SALDO-STATUS NOT = '00'
               GO TO 1200-EXIT
           END-IF
           MOVE 'N' TO WS-FIM-LEITURA
           PERFORM 1210-LER-SALDO THRU 1210-EXIT
               UNTIL FIM-LEITURA-SIM
           CLOSE SALDO-CICLO
       1200-EXIT.
           EXIT.

       1210-LER-SALDO.
           READ SALDO-CICLO
               AT END
                   MOVE 'S' TO WS-FIM-LEITURA
               NOT AT END
                   IF SALDO-NUMERO > 0
                       MOVE SALDO-VALOR-REG
                           TO WS-SALDO-TAB (SALDO-NUMERO)
                       IF SALDO-SINAL = '-'
                           SUBTRACT SALDO-VALOR-REG FROM 0
                               GIVING WS-SALDO-TAB (SALDO-NUMERO)
                       END-IF
                   END-IF
           END-READ
       1210-EXIT.
           EXIT.

      *    Creditos do ciclo aberto por conta; registro antigo sem
      *    conta preenchida vale pelo proprio numero.
       1300-CARREGAR-CREDITOS.
           OPEN INPUT ACUMULO-MENSAL
           IF WS-ACUM-STATUS NOT = '00'
               GO TO 1300-EXIT
           END-IF
           MOVE 'N' TO WS-FIM-LEITURA
           PERFORM 1310-LER-ACUMULADO THRU 1310-EXIT
               UNTIL FIM-LEITURA-SIM
           CLOSE ACUMULO-MENSAL
       1300-EXIT.
           EXIT.

       1310-LER-ACUMULADO.
           READ ACUMULO-MENSAL
               AT END
                   MOVE 'S' TO WS-FIM-LEITURA
               NOT AT END
                   IF ACUM-CONTA NUMERIC AND ACUM-CONTA > 0
                       MOVE ACUM-CONTA TO WS-CONTA-ACUM
                   ELSE
                       MOVE ACUM-NUMERO TO WS-CONTA-ACUM
                   END-IF
                   IF WS-CONTA-ACUM > 0
                       AND (ACUM-TIPO = 'P' OR ACUM-TIPO = 'D'
                           OR ACUM-TIPO = 'E' OR ACUM-TIPO = 'V')
                       ADD ACUM-VALOR
                           TO WS-CREDITO-TAB (WS-CONTA-ACUM)
                   END-IF
           END-READ
       1310-EXIT.
           EXIT.

      *    Varre a contagem de faltas: conta no limite ou acima dele e
      *    com divida fechada vai para prejuizo. Sem cartoes.faltas a
      *    cobranca nunca rodou e ninguem esta atrasado.
       2000-BAIXAR-CONTAS.
           OPEN INPUT FALTAS-FILE
           IF WS-FALTAS-STATUS NOT = '00'
               GO TO 2000-EXIT
           END-IF
           MOVE 'N' TO WS-FIM-LEITURA
           PERFORM 2100-LER-FALTA THRU 2100-EXIT
               UNTIL FIM-LEITURA-SIM
           CLOSE FALTAS-FILE
       2000-EXIT.
           EXIT.

       2100-LER-FALTA.
           READ FALTAS-FILE
               AT END
                   MOVE 'S' TO WS-FIM-LEITURA
               NOT AT END
                   ADD 1 TO WS-QTD-FALTAS-LIDAS
                   IF FALTA-NUMERO > 0
                       AND FALTA-QTD NOT < WS-MAX-FALTAS
                       ADD 1 TO WS-QTD-ELEGIVEIS
                       PERFORM 2200-AVALIAR-CONTA THRU 2200-EXIT
                   END-IF
           END-READ
       2100-EXIT.
           EXIT.

      *    O valor baixado e o saldo devedor fechado menos os creditos
      *    do ciclo aberto; o que os creditos cobrem continua no saldo
      *    para ser abatido por eles na proxima fatura. Conta sem
      *    divida descoberta (saldo ja quitado ou coberto) e conta ja
      *    baixada hoje ficam como estao.
       2200-AVALIAR-CONTA.
           MOVE FALTA-NUMERO TO WS-CONTA-BAIXA
           MOVE WS-SALDO-TAB (WS-CONTA-BAIXA) TO WS-SALDO-CONTA
           MOVE WS-CREDITO-TAB (WS-CONTA-BAIXA) TO WS-CREDITO-CONTA
           IF WS-SALDO-CONTA NOT > WS-CREDITO-CONTA
               GO TO 2200-EXIT
           END-IF
           MOVE 'N' TO WS-PREJ-ACHADO
           MOVE WS-CONTA-BAIXA TO PREJ-CONTA
           READ CARTAO-PREJUIZOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-PREJ-ACHADO
           END-READ
           IF PREJ-ACHADO AND PREJ-DATA-ULT-BAIXA = WS-DATA-HOJE
               GO TO 2200-EXIT
           END-IF
           SUBTRACT WS-CREDITO-CONTA FROM WS-SALDO-CONTA
               GIVING WS-VLR-BAIXA
           IF WS-VLR-BAIXA > WS-VLR-MAX-GL
               MOVE WS-VLR-BAIXA TO WS-VLR-ED
               MOVE SPACES TO PREJUIZO-REGISTRO
               STRING '  CONTA=' WS-CONTA-BAIXA
                   ' VALOR=' WS-VLR-ED
                   ' ACIMA DO CAMPO DO GL - BAIXA MANUAL'
                   DELIMITED BY SIZE INTO PREJUIZO-REGISTRO
               WRITE PREJUIZO-REGISTRO
               ADD 1 TO WS-QTD-MANUAIS
               GO TO 2200-EXIT
           END-IF
           PERFORM 2300-GRAVAR-BAIXA THRU 2300-EXIT
       2200-EXIT.
           EXIT.

      *    Efetiva a baixa: saldo reduzido ao que os creditos cobrem,
      *    registro da conta, trilha 'L', linha 'L' do GL e a linha do
      *    relatorio do dia.
       2300-GRAVAR-BAIXA.
           MOVE WS-CREDITO-CONTA TO WS-SALDO-TAB (WS-CONTA-BAIXA)
           MOVE 'S' TO WS-SALDOS-ALTERADOS
           IF PREJ-ACHADO
               ADD WS-VLR-BAIXA TO PREJ-VLR-BAIXADO
               ADD 1 TO PREJ-QTD-BAIXAS
               MOVE WS-DATA-HOJE TO PREJ-DATA-ULT-BAIXA
               MOVE FALTA-QTD TO PREJ-FALTAS
               REWRITE PREJ-REGISTRO
                   INVALID KEY
                       DISPLAY 'CARTAO-PREJUIZO: ERRO ' WS-PREJ-STATUS
                           ' AO REGRAVAR A CONTA ' WS-CONTA-BAIXA
                       MOVE 8 TO RETURN-CODE
               END-REWRITE
           ELSE
               MOVE WS-CONTA-BAIXA TO PREJ-CONTA
               MOVE WS-DATA-HOJE TO PREJ-DATA-BAIXA
               MOVE WS-DATA-HOJE TO PREJ-DATA-ULT-BAIXA
               MOVE 1 TO PREJ-QTD-BAIXAS
               MOVE FALTA-QTD TO PREJ-FALTAS
               MOVE WS-VLR-BAIXA TO PREJ-VLR-BAIXADO
               MOVE 0 TO PREJ-VLR-RECUPERADO
               MOVE 0 TO PREJ-DATA-ULT-RECUP
               WRITE PREJ-REGISTRO
                   INVALID KEY
                       DISPLAY 'CARTAO-PREJUIZO: ERRO ' WS-PREJ-STATUS
                           ' AO GRAVAR A CONTA ' WS-CONTA-BAIXA
                       MOVE 8 TO RETURN-CODE
               END-WRITE
           END-IF
           MOVE WS-CONTA-BAIXA TO LPRJ-CONTA
           MOVE WS-CONTA-BAIXA TO LPRJ-CARTAO
           MOVE WS-DATA-HOJE TO LPRJ-DATA
           MOVE 'L' TO LPRJ-TIPO
           MOVE WS-VLR-BAIXA TO LPRJ-VALOR
           MOVE SPACES TO LPRJ-FEED
           WRITE LPRJ-REGISTRO
           MOVE WS-VLR-BAIXA TO WS-VLR-GL
           MOVE SPACES TO GL-REGISTRO
           STRING WS-CONTA-BAIXA ',' WS-VLR-GL ','
               WS-DATA-HOJE ',' 'L' ',' '0000'
               DELIMITED BY SIZE INTO GL-REGISTRO
           WRITE GL-REGISTRO
           ADD 1 TO WS-QTD-BAIXADAS
           ADD WS-VLR-BAIXA TO WS-VLR-BAIXADAS
           MOVE WS-SALDO-CONTA TO WS-VLR-ED
           MOVE WS-VLR-BAIXA TO WS-VLR-ED-2
           MOVE SPACES TO PREJUIZO-REGISTRO
           STRING '  CONTA=' WS-CONTA-BAIXA
               ' FALTAS=' FALTA-QTD
               ' SALDO=' WS-VLR-ED
               ' BAIXADO=' WS-VLR-ED-2
               DELIMITED BY SIZE INTO PREJUIZO-REGISTRO
           WRITE PREJUIZO-REGISTRO
       2300-EXIT.
           EXIT.

      *    Houve baixa: cartoes.saldo e regravado inteiro com os
      *    saldos reduzidos, na mesma forma de 9300-REGRAVAR-SALDOS em
      *    CARTAO-EXTRATO - conta zerada sai do arquivo.
       3000-REGRAVAR-SALDOS.
           IF NOT SALDOS-ALTERADOS
               GO TO 3000-EXIT
           END-IF
           OPEN OUTPUT SALDO-CICLO
           PERFORM 3100-GRAVAR-UM-SALDO THRU 3100-EXIT
               VARYING WS-IDX-SALDO FROM 1 BY 1
               UNTIL WS-IDX-SALDO > 99999
           CLOSE SALDO-CICLO
       3000-EXIT.
           EXIT.

       3100-GRAVAR-UM-SALDO.
           IF WS-SALDO-TAB (WS-IDX-SALDO) NOT = 0
               MOVE WS-IDX-SALDO TO SALDO-NUMERO
               IF WS-SALDO-TAB (WS-IDX-SALDO) < 0
                   MOVE '-' TO SALDO-SINAL
                   SUBTRACT WS-SALDO-TAB (WS-IDX-SALDO) FROM 0
                       GIVING SALDO-VALOR-REG
               ELSE
                   MOVE '+' TO SALDO-SINAL
                   MOVE WS-SALDO-TAB (WS-IDX-SALDO)
                       TO SALDO-VALOR-REG
               END-IF
               WRITE SALDO-REGISTRO
           END-IF
       3100-EXIT.
           EXIT.

      *    Relatorio mensal para a provisao: baixas e recuperacoes do
      *    mes de competencia, lidas da trilha (ja com as baixas
      *    desta execucao), e a posicao da carteira em prejuizo no
      *    registro - baixado, recuperado e o que ainda falta
      *    recuperar.
       5000-RELATORIO-MENSAL.
           CLOSE LANC-PREJUIZOS
           OPEN OUTPUT MENSAL-OUTFILE
           MOVE SPACES TO MENSAL-REGISTRO
           STRING 'PREJUIZO E RECUPERACAO COMPETENCIA=' WS-COMPETENCIA
               ' EMISSAO=' WS-DATA-HOJE
               DELIMITED BY SIZE INTO MENSAL-REGISTRO
           WRITE MENSAL-REGISTRO
           OPEN INPUT LANC-PREJUIZOS
           IF WS-LPRJ-STATUS = '00'
               MOVE 'N' TO WS-FIM-LEITURA
               PERFORM 5100-LER-LANCAMENTO THRU 5100-EXIT
                   UNTIL FIM-LEITURA-SIM
               CLOSE LANC-PREJUIZOS
           END-IF
           MOVE WS-VLR-BAIXAS-MES TO WS-VLR-ED
           MOVE SPACES TO MENSAL-REGISTRO
           STRING 'BAIXAS DO MES QTD=' WS-QTD-BAIXAS-MES
               ' VALOR=' WS-VLR-ED
               DELIMITED BY SIZE INTO MENSAL-REGISTRO
           WRITE MENSAL-REGISTRO
           MOVE WS-VLR-RECUP-MES TO WS-VLR-ED
           MOVE SPACES TO MENSAL-REGISTRO
           STRING 'RECUPERACOES DO MES QTD=' WS-QTD-RECUP-MES
               ' VALOR=' WS-VLR-ED
               DELIMITED BY SIZE INTO MENSAL-REGISTRO
           WRITE MENSAL-REGISTRO
           MOVE 0 TO PREJ-CONTA
           START CARTAO-PREJUIZOS KEY IS NOT LESS THAN PREJ-CONTA
               INVALID KEY
                   MOVE 'S' TO WS-FIM-LEITURA
               NOT INVALID KEY
                   MOVE 'N' TO WS-FIM-LEITURA
           END-START
           PERFORM 5200-LER-CARTEIRA THRU 5200-EXIT
               UNTIL FIM-LEITURA-SIM
           SUBTRACT WS-VLR-CART-RECUP FROM WS-VLR-CART-BAIXADO
               GIVING WS-VLR-CART-LIQUIDO
           MOVE WS-VLR-CART-BAIXADO TO WS-TOT-ED
           MOVE SPACES TO MENSAL-REGISTRO
           STRING 'CARTEIRA CONTAS=' WS-QTD-CARTEIRA
               ' BAIXADO=' WS-TOT-ED
               DELIMITED BY SIZE INTO MENSAL-REGISTRO
           WRITE MENSAL-REGISTRO
           MOVE WS-VLR-CART-RECUP TO WS-TOT-ED
           MOVE SPACES TO MENSAL-REGISTRO
           STRING 'CARTEIRA RECUPERADO=' WS-TOT-ED
               DELIMITED BY SIZE INTO MENSAL-REGISTRO
           WRITE MENSAL-REGISTRO
           MOVE WS-VLR-CART-LIQUIDO TO WS-TOT-ED
           MOVE SPACES TO MENSAL-REGISTRO
           STRING 'CARTEIRA A RECUPERAR=' WS-TOT-ED
               DELIMITED BY SIZE INTO MENSAL-REGISTRO
           WRITE MENSAL-REGISTRO
       5000-EXIT.
           EXIT.

       5100-LER-LANCAMENTO.
           READ LANC-PREJUIZOS
               AT END
                   MOVE 'S' TO WS-FIM-LEITURA
               NOT AT END
                   IF LPRJ-DATA (1: 6) = WS-COMPETENCIA
                       PERFORM 5110-GRAVAR-LANCAMENTO THRU 5110-EXIT
                   END-IF
           END-READ
       5100-EXIT.
           EXIT.

       5110-GRAVAR-LANCAMENTO.
           IF LPRJ-BAIXA
               MOVE 'BAIXA' TO WS-TIPO-TEXTO
               ADD 1 TO WS-QTD-BAIXAS-MES
               ADD LPRJ-VALOR TO WS-VLR-BAIXAS-MES
           ELSE
               MOVE 'RECUPERACAO' TO WS-TIPO-TEXTO
               ADD 1 TO WS-QTD-RECUP-MES
               ADD LPRJ-VALOR TO WS-VLR-RECUP-MES
           END-IF
           MOVE LPRJ-VALOR TO WS-VLR-ED
           MOVE SPACES TO MENSAL-REGISTRO
           STRING '  DATA=' LPRJ-DATA
               ' CONTA=' LPRJ-CONTA
               ' CARTAO=' LPRJ-CARTAO
               ' ' WS-TIPO-TEXTO
               ' VALOR=' WS-VLR-ED
               DELIMITED BY SIZE INTO MENSAL-REGISTRO
           WRITE MENSAL-REGISTRO
       5110-EXIT.
           EXIT.

       5200-LER-CARTEIRA.
           READ CARTAO-PREJUIZOS NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-LEITURA
               NOT AT END
                   ADD 1 TO WS-QTD-CARTEIRA
                   ADD PREJ-VLR-BAIXADO TO WS-VLR-CART-BAIXADO
                   ADD PREJ-VLR-RECUPERADO TO WS-VLR-CART-RECUP
           END-READ
       5200-EXIT.
           EXIT.

       9000-FINALIZAR.
           MOVE WS-VLR-BAIXADAS TO WS-VLR-ED
           MOVE SPACES TO PREJUIZO-REGISTRO
           STRING 'TRAILER1' ' '
               'FALTAS=' WS-QTD-FALTAS-LIDAS ' '
               'ELEGIVEIS=' WS-QTD-ELEGIVEIS ' '
               'BAIXADAS=' WS-QTD-BAIXADAS ' '
               'MANUAIS=' WS-QTD-MANUAIS
               DELIMITED BY SIZE INTO PREJUIZO-REGISTRO
               ON OVERFLOW
                   DISPLAY 'CARTAO-PREJUIZO: TRAILER EXCEDEU O '
                       'TAMANHO DO REGISTRO - EXECUCAO ABORTADA'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-STRING
           WRITE PREJUIZO-REGISTRO
           MOVE SPACES TO PREJUIZO-REGISTRO
           STRING 'TRAILER2' ' '
               'VLR-BAIXADO=' WS-VLR-ED
               DELIMITED BY SIZE INTO PREJUIZO-REGISTRO
               ON OVERFLOW
                   DISPLAY 'CARTAO-PREJUIZO: TRAILER EXCEDEU O '
                       'TAMANHO DO REGISTRO - EXECUCAO ABORTADA'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-STRING
           WRITE PREJUIZO-REGISTRO
           IF WS-QTD-MANUAIS > 0
               DISPLAY 'CARTAO-PREJUIZO: ' WS-QTD-MANUAIS
                   ' CONTA(S) PARA BAIXA MANUAL'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           CLOSE CARTAO-PREJUIZOS
           CLOSE CARTOES-GL
           CLOSE PREJUIZO-OUTFILE
           CLOSE MENSAL-OUTFILE
       9000-EXIT.
           EXIT.

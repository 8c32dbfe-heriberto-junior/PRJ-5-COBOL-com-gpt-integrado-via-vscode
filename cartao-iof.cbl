       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARTAO-IOF.

      *    Relatorio mensal do IOF cobrado nas compras no exterior,
      *    para a area financeira conferir o recolhimento do imposto.
      *    Le a trilha permanente cartoes.iof (uma linha por compra
      *    no exterior aprovada, gravada por CARTAO-BATCH junto com a
      *    linha 'I' do acumulado e do GL) e totaliza o mes de
      *    competencia por dia: quantidade de compras, base em reais
      *    e IOF cobrado. O total do mes e o valor a recolher; os
      *    totais do dia batem com as linhas 'I' do GL daquele dia.
      *
      *    Parametro opcional AAAAMM: mes de competencia (sem ele, o
      *    mes anterior ao corrente - o relatorio roda depois do
      *    fechamento do mes, para o recolhimento). Saida: iof.txt.
      *    Dia sem compra no exterior nao sai no relatorio.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *    Valores monetarios em reais com centavos; a virgula e o
      *    separador decimal nas mascaras de edicao.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LANC-IOF ASSIGN TO 'cartoes.iof'
               FILE STATUS IS WS-LIOF-STATUS.
           SELECT IOF-OUTFILE ASSIGN TO 'iof.txt'.

       DATA DIVISION.
       FILE SECTION.
      *    Trilha permanente do IOF cobrado, como em CARTAO-BATCH.
       FD  LANC-IOF.
       01  LIOF-REGISTRO.
           05 LIOF-DATA         PIC 9(8).
           05 LIOF-CONTA        PIC 9(5).
           05 LIOF-CARTAO       PIC 9(5).
           05 LIOF-LOJISTA      PIC 9(4).
           05 LIOF-MOEDA        PIC X(3).
           05 LIOF-VLR-MOEDA    PIC 9(6)V99.
           05 LIOF-TAXA         PIC 9(4)V9(6).
           05 LIOF-BASE         PIC 9(6)V99.
           05 LIOF-ALIQUOTA     PIC 9(2)V99.
           05 LIOF-VALOR        PIC 9(6)V99.
           05 LIOF-FEED         PIC X(3).

       FD  IOF-OUTFILE.
       01  IOF-REGISTRO         PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-LIOF-STATUS       PIC X(2).
       01  WS-FIM-LEITURA       PIC X VALUE 'N'.
           88 FIM-LEITURA-SIM       VALUE 'S'.
       01  WS-DATA-HOJE         PIC 9(8) VALUE 0.

      *    Mes de competencia: o anterior ao corrente, ou o AAAAMM
      *    passado na linha de comando.
       01  WS-PARM-ENTRADA      PIC X(80) VALUE SPACES.
       01  WS-PARM-COMPETENCIA  PIC X(6) VALUE SPACES.
       01  WS-PARM-COMPETENCIA-9 REDEFINES WS-PARM-COMPETENCIA
                                PIC 9(6).
       01  WS-COMPETENCIA       PIC 9(6) VALUE 0.
       01  WS-COMPETENCIA-R REDEFINES WS-COMPETENCIA.
           05 WS-COMP-ANO       PIC 9(4).
           05 WS-COMP-MES       PIC 9(2).

      *    Totais do mes por dia, indexados pelo dia da data da
      *    compra.
       01  WS-TABELA-DIAS.
           05 WS-DIA-ENT OCCURS 31.
              10 WS-DIA-QTD     PIC 9(7) VALUE 0.
              10 WS-DIA-BASE    PIC 9(11)V99 VALUE 0.
              10 WS-DIA-IOF     PIC 9(9)V99 VALUE 0.
       01  WS-IDX-DIA           PIC 9(2) VALUE 0.
       01  WS-DATA-DIA          PIC 9(8) VALUE 0.

      *    Totais de controle do mes.
       01  WS-QTD-LIDOS         PIC 9(7) VALUE 0.
       01  WS-QTD-MES           PIC 9(7) VALUE 0.
       01  WS-QTD-INVALIDOS     PIC 9(7) VALUE 0.
       01  WS-QTD-DIAS          PIC 9(2) VALUE 0.
       01  WS-BASE-MES          PIC 9(11)V99 VALUE 0.
       01  WS-IOF-MES           PIC 9(9)V99 VALUE 0.
       01  WS-BASE-ED           PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01  WS-IOF-ED            PIC ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT
           PERFORM 2000-TOTALIZAR-MES THRU 2000-EXIT
           PERFORM 3000-GRAVAR-DIAS THRU 3000-EXIT
           PERFORM 9000-FINALIZAR THRU 9000-EXIT
           STOP RUN.

       1000-INICIALIZAR.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-DATA-HOJE (1: 6) TO WS-COMPETENCIA
           IF WS-COMP-MES = 1
               MOVE 12 TO WS-COMP-MES
               SUBTRACT 1 FROM WS-COMP-ANO
           ELSE
               SUBTRACT 1 FROM WS-COMP-MES
           END-IF
           ACCEPT WS-PARM-ENTRADA FROM COMMAND-LINE
           UNSTRING WS-PARM-ENTRADA DELIMITED BY ALL SPACE
               INTO WS-PARM-COMPETENCIA
           IF WS-PARM-COMPETENCIA NOT = SPACES
               IF WS-PARM-COMPETENCIA NUMERIC
                   MOVE WS-PARM-COMPETENCIA-9 TO WS-COMPETENCIA
               ELSE
                   DISPLAY 'CARTAO-IOF: PARAMETRO INVALIDO '
                       WS-PARM-COMPETENCIA ' - ESPERADO AAAAMM'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           OPEN OUTPUT IOF-OUTFILE
           MOVE SPACES TO IOF-REGISTRO
           STRING 'IOF SOBRE COMPRAS NO EXTERIOR COMPETENCIA='
               WS-COMPETENCIA
               ' EMISSAO=' WS-DATA-HOJE
               DELIMITED BY SIZE INTO IOF-REGISTRO
           WRITE IOF-REGISTRO
       1000-EXIT.
           EXIT.

      *    Trilha ausente e mes sem IOF nenhum (nenhuma compra no
      *    exterior aprovada desde a implantacao): o relatorio sai so
      *    com o cabecalho e os totais zerados.
       2000-TOTALIZAR-MES.
           OPEN INPUT LANC-IOF
           IF WS-LIOF-STATUS NOT = '00'
               DISPLAY 'CARTAO-IOF: CARTOES.IOF AUSENTE (STATUS '
                   WS-LIOF-STATUS ') - MES SEM IOF'
               GO TO 2000-EXIT
           END-IF
           MOVE 'N' TO WS-FIM-LEITURA
           PERFORM 2100-LER-LANCAMENTO THRU 2100-EXIT
               UNTIL FIM-LEITURA-SIM
           CLOSE LANC-IOF
       2000-EXIT.
           EXIT.

      *    Linha da competencia com dia fora de 01-31 ou valores nao
      *    numericos nao entra nos totais - vai para a contagem de
      *    invalidos do trailer, para ser investigada.
       2100-LER-LANCAMENTO.
           READ LANC-IOF
               AT END
                   MOVE 'S' TO WS-FIM-LEITURA
                   GO TO 2100-EXIT
           END-READ
           ADD 1 TO WS-QTD-LIDOS
           IF LIOF-DATA NOT NUMERIC
               GO TO 2100-EXIT
           END-IF
           IF LIOF-DATA (1: 6) NOT = WS-COMPETENCIA
               GO TO 2100-EXIT
           END-IF
           MOVE LIOF-DATA (7: 2) TO WS-IDX-DIA
           IF WS-IDX-DIA < 1 OR WS-IDX-DIA > 31
               OR LIOF-BASE NOT NUMERIC
               OR LIOF-VALOR NOT NUMERIC
               ADD 1 TO WS-QTD-INVALIDOS
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO WS-DIA-QTD (WS-IDX-DIA)
           ADD LIOF-BASE TO WS-DIA-BASE (WS-IDX-DIA)
           ADD LIOF-VALOR TO WS-DIA-IOF (WS-IDX-DIA)
           ADD 1 TO WS-QTD-MES
           ADD LIOF-BASE TO WS-BASE-MES
           ADD LIOF-VALOR TO WS-IOF-MES
       2100-EXIT.
           EXIT.

       3000-GRAVAR-DIAS.
           PERFORM 3100-GRAVAR-DIA THRU 3100-EXIT
               VARYING WS-IDX-DIA FROM 1 BY 1
               UNTIL WS-IDX-DIA > 31
       3000-EXIT.
           EXIT.

       3100-GRAVAR-DIA.
           IF WS-DIA-QTD (WS-IDX-DIA) = 0
               GO TO 3100-EXIT
           END-IF
           ADD 1 TO WS-QTD-DIAS
           MOVE WS-COMPETENCIA TO WS-DATA-DIA (1: 6)
           MOVE WS-IDX-DIA TO WS-DATA-DIA (7: 2)
           MOVE WS-DIA-BASE (WS-IDX-DIA) TO WS-BASE-ED
           MOVE WS-DIA-IOF (WS-IDX-DIA) TO WS-IOF-ED
           MOVE SPACES TO IOF-REGISTRO
           STRING '  DIA=' WS-DATA-DIA
               ' QTD=' WS-DIA-QTD (WS-IDX-DIA)
               ' BASE=' WS-BASE-ED
               ' IOF=' WS-IOF-ED
               DELIMITED BY SIZE INTO IOF-REGISTRO
           WRITE IOF-REGISTRO
       3100-EXIT.
           EXIT.

      *    TRAILER1 fecha as quantidades (linhas lidas da trilha,
      *    compras do mes, dias com IOF, linhas invalidas); TRAILER2
      *    o valor a recolher e a base sobre a qual incidiu.
       9000-FINALIZAR.
           MOVE SPACES TO IOF-REGISTRO
           STRING 'TRAILER1' ' '
               'LIDOS=' WS-QTD-LIDOS ' '
               'COMPRAS=' WS-QTD-MES ' '
               'DIAS=' WS-QTD-DIAS ' '
               'INVALIDOS=' WS-QTD-INVALIDOS
               DELIMITED BY SIZE INTO IOF-REGISTRO
               ON OVERFLOW
                   DISPLAY 'CARTAO-IOF: TRAILER EXCEDEU O '
                       'TAMANHO DO REGISTRO - EXECUCAO ABORTADA'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-STRING
           WRITE IOF-REGISTRO
           MOVE WS-BASE-MES TO WS-BASE-ED
           MOVE WS-IOF-MES TO WS-IOF-ED
           MOVE SPACES TO IOF-REGISTRO
           STRING 'TRAILER2' ' '
               'BASE=' WS-BASE-ED ' '
               'IOF A RECOLHER=' WS-IOF-ED
               DELIMITED BY SIZE INTO IOF-REGISTRO
               ON OVERFLOW
                   DISPLAY 'CARTAO-IOF: TRAILER EXCEDEU O '
                       'TAMANHO DO REGISTRO - EXECUCAO ABORTADA'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-STRING
           WRITE IOF-REGISTRO
           CLOSE IOF-OUTFILE
           IF WS-QTD-INVALIDOS > 0
               DISPLAY 'CARTAO-IOF: ' WS-QTD-INVALIDOS
                   ' LINHA(S) INVALIDA(S) NA COMPETENCIA'
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'CARTAO-IOF: COMPETENCIA ' WS-COMPETENCIA
               ' COMPRAS=' WS-QTD-MES
       9000-EXIT.
           EXIT.

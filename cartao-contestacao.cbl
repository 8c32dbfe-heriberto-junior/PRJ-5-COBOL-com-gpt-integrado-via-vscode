       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARTAO-CONTESTACAO.

      *    Contestacoes de transacao pelo portador (disputa e
      *    chargeback) - acaba a planilha da ouvidoria e o estorno 'E'
      *    digitado a mao em cartoes.reprocesso. O caso e aberto pela
      *    ouvidoria, com o numero do protocolo, contra um registro
      *    'T' ja faturado do arquivo permanente de ciclos
      *    (cartoes.arquivo): conta, ciclo, cartao, data e valor da
      *    transacao, de onde sai tambem o lojista (ARQ-LOJISTA).
      *
      *    Na abertura o portador recebe um credito provisorio ('V')
      *    em cartoes.acumulado, que sai como linha propria na proxima
      *    fatura, e o valor e devolvido ao limite em cartoes.ciclo,
      *    na mesma regra de credito de 2820-ATUALIZAR-CICLO em
      *    CARTAO-BATCH. O GL do dia recebe o credito 'V' e o
      *    chargeback 'K' contra o lojista, que CARTAO-LIQUIDACAO
      *    abate da liquidacao do lojista.
      *
      *    O caso termina de tres formas:
      *      - ganha pelo portador ('G'): o credito fica definitivo;
      *      - perdida pelo portador ('P'): o portador e re-debitado
      *        automaticamente ('W' no acumulado, no ciclo e no GL) e
      *        o chargeback e revertido ao lojista ('Q' no GL). Conta
      *        ja baixada para prejuizo (cartoes.prejuizos) nao volta
      *        a ser debitada: o valor soma a perda da conta, na
      *        trilha de CARTAO-PREJUIZO (cartoes.lancprejuizos) e no
      *        GL com o tipo 'L';
      *      - expirada ('X'): caso sem decisao ate o prazo
      *        (cartoes.parmcontestacao) e encerrado por este programa
      *        a favor do portador, como ganho - o prazo para o lojista
      *        reapresentar acabou.
      *
      *    Saidas: contestacao.txt, com os movimentos do dia e o
      *    envelhecimento das contestacoes em aberto para a
      *    ouvidoria, e contestacao.prazos, com todo caso encerrado no
      *    mes de competencia e a indicacao de encerramento dentro ou
      *    fora do prazo, para os reguladores.
      *
      *    Roda depois de CARTAO-CONCILIACAO (os lancamentos que grava
      *    no GL e no acumulado nao vem do feed e nao entram nos totais
      *    do dia do CARTAO-BATCH) e antes de CARTAO-LIQUIDACAO, para
      *    o chargeback entrar na liquidacao do mesmo dia. Parametro
      *    opcional AAAAMM: mes de competencia do relatorio de prazos
      *    (sem ele, o mes corrente).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *    Valores monetarios em reais com centavos; a virgula e o
      *    separador decimal nas mascaras de edicao.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MOVIMENTO-INFILE ASSIGN TO 'cartoes.movcontestacoes'
               FILE STATUS IS WS-MOV-STATUS.
           SELECT CARTAO-CONTESTACOES ASSIGN TO 'cartoes.contestacoes'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CONT-PROTOCOLO
               FILE STATUS IS WS-CONT-STATUS.
           SELECT PARAMETROS ASSIGN TO 'cartoes.parmcontestacao'
               FILE STATUS IS WS-PARM-STATUS.
           SELECT ARQUIVO-CICLOS ASSIGN TO 'cartoes.arquivo'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS ARQ-CHAVE
               FILE STATUS IS WS-ARQ-STATUS.
           SELECT ACUMULO-MENSAL ASSIGN TO 'cartoes.acumulado'
               FILE STATUS IS WS-ACUM-STATUS.
           SELECT CICLO-ACUMULADO ASSIGN TO 'cartoes.ciclo'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CICLO-NUMERO
               FILE STATUS IS WS-CICLO-STATUS.
           SELECT CARTOES-GL ASSIGN TO 'cartoes.gl'
               FILE STATUS IS WS-GL-STATUS.
           SELECT CONTESTACAO-OUTFILE ASSIGN TO 'contestacao.txt'.
           SELECT PRAZO-OUTFILE ASSIGN TO 'contestacao.prazos'.
           SELECT CARTAO-SUBSTITUICOES ASSIGN TO
               'cartoes.substituicoes'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS SUBST-ANTIGO
               FILE STATUS IS WS-SUBST-STATUS.
           SELECT CARTAO-PREJUIZOS ASSIGN TO 'cartoes.prejuizos'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS PREJ-CONTA
               FILE STATUS IS WS-PREJ-STATUS.
           SELECT LANC-PREJUIZOS ASSIGN TO 'cartoes.lancprejuizos'
               FILE STATUS IS WS-LPRJ-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Movimento diario da ouvidoria. MOV-OPERACAO: 'A' = abertura
      *    do caso, 'G' = caso ganho pelo portador, 'P' = caso perdido
      *    pelo portador. Na abertura vem a identificacao da transacao
      *    faturada (conta, ciclo, cartao, data e valor); no
      *    encerramento basta o protocolo. MOV-USUARIO identifica quem
      *    pediu, para a trilha do caso.
       FD  MOVIMENTO-INFILE.
       01  MOVIMENTO-REGISTRO.
           05 MOV-OPERACAO     PIC X(1).
           05 MOV-PROTOCOLO    PIC 9(8).
           05 MOV-CONTA        PIC 9(5).
           05 MOV-CICLO        PIC 9(6).
           05 MOV-CARTAO       PIC 9(5).
           05 MOV-DATA         PIC 9(8).
           05 MOV-VALOR        PIC 9(6)V99.
           05 MOV-USUARIO      PIC X(8).

      *    Cadastro permanente dos casos, pelo protocolo da ouvidoria.
      *    O prazo em dias e gravado na abertura: mudar o parametro
      *    vale para os casos novos, nao reescreve o prazo de quem ja
      *    estava aberto.
       FD  CARTAO-CONTESTACOES.
       01  CONT-REGISTRO.
           05 CONT-PROTOCOLO   PIC 9(8).
           05 CONT-CONTA       PIC 9(5).
           05 CONT-CICLO       PIC 9(6).
           05 CONT-CARTAO      PIC 9(5).
           05 CONT-DATA-TRANS  PIC 9(8).
           05 CONT-TIPO-TRANS  PIC X(1).
           05 CONT-VALOR       PIC 9(6)V99.
           05 CONT-LOJISTA     PIC 9(4).
           05 CONT-ABERTURA    PIC 9(8).
           05 CONT-PRAZO-DIAS  PIC 9(3).
           05 CONT-SITUACAO    PIC X(1).
               88 CONT-ABERTA       VALUE 'A'.
               88 CONT-GANHA        VALUE 'G'.
               88 CONT-PERDIDA      VALUE 'P'.
               88 CONT-EXPIRADA     VALUE 'X'.
           05 CONT-ENCERRAMENTO PIC 9(8).
           05 CONT-USUARIO-ABR PIC X(8).
           05 CONT-USUARIO-ENC PIC X(8).

      *    Registro unico de parametros: prazo, em dias corridos, para
      *    a decisao do caso. Sem o arquivo vale o default de
      *    WORKING-STORAGE.
       FD  PARAMETROS.
       01  PARM-REGISTRO.
           05 PARM-PRAZO-DIAS  PIC 9(3).

       FD  ARQUIVO-CICLOS.
       01  ARQUIVO-REGISTRO.
           05 ARQ-CHAVE.
              10 ARQ-CICLO      PIC 9(6).
              10 ARQ-NUMERO     PIC 9(5).
              10 ARQ-SEQ        PIC 9(5).
           05 ARQ-TIPO-REG      PIC X(1).
           05 ARQ-DATA          PIC 9(8).
           05 ARQ-TIPO-TRANS    PIC X(1).
           05 ARQ-VALOR         PIC 9(6)V99.
           05 ARQ-SALDO-ANT-SIN PIC X(1).
           05 ARQ-SALDO-ANT     PIC 9(9)V99.
           05 ARQ-JUROS         PIC 9(9)V99.
           05 ARQ-SALDO-NOV-SIN PIC X(1).
           05 ARQ-SALDO-NOV     PIC 9(9)V99.
           05 ARQ-PAGTO-MINIMO  PIC 9(9)V99.
           05 ARQ-VENCIMENTO    PIC 9(8).
           05 ARQ-CARTAO        PIC 9(5).
           05 ARQ-LOJISTA       PIC 9(4).
           05 ARQ-MOEDA         PIC X(3).
           05 ARQ-VLR-MOEDA     PIC 9(6)V99.
           05 ARQ-TAXA          PIC 9(4)V9(6).

       FD  ACUMULO-MENSAL.
       01  ACUM-REGISTRO.
           05 ACUM-NUMERO      PIC 9(5).
           05 ACUM-DATA        PIC 9(8).
           05 ACUM-VALOR       PIC 9(6)V99.
           05 ACUM-TIPO        PIC X(1).
           05 ACUM-LOJISTA     PIC 9(4).
           05 ACUM-CONTA       PIC 9(5).
           05 ACUM-MOEDA       PIC X(3).
           05 ACUM-VLR-MOEDA   PIC 9(6)V99.
           05 ACUM-TAXA        PIC 9(4)V9(6).

       FD  CICLO-ACUMULADO.
       01  CICLO-REGISTRO.
           05 CICLO-NUMERO     PIC 9(5).
           05 CICLO-VALOR      PIC 9(9)V99.

       FD  CARTOES-GL.
       01  GL-REGISTRO          PIC X(40).

       FD  CONTESTACAO-OUTFILE.
       01  CONTESTACAO-REGISTRO PIC X(80).

       FD  PRAZO-OUTFILE.
       01  PRAZO-REGISTRO       PIC X(80).

      *    Registro permanente das substituicoes de cartao, como em
      *    CARTAO-MANUTENCAO: o numero antigo aponta o novo.
       FD  CARTAO-SUBSTITUICOES.
       01  SUBST-REGISTRO.
           05 SUBST-ANTIGO      PIC 9(5).
           05 SUBST-NOVO        PIC 9(5).
           05 SUBST-DATA        PIC 9(8).
           05 SUBST-USUARIO     PIC X(8).

      *    Registro das contas baixadas para prejuizo e trilha de
      *    baixas e recuperacoes, como em CARTAO-PREJUIZO.
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

       FD  LANC-PREJUIZOS.
       01  LPRJ-REGISTRO.
           05 LPRJ-CONTA        PIC 9(5).
           05 LPRJ-CARTAO       PIC 9(5).
           05 LPRJ-DATA         PIC 9(8).
           05 LPRJ-TIPO         PIC X(1).
           05 LPRJ-VALOR        PIC 9(9)V99.
           05 LPRJ-FEED         PIC X(3).

       WORKING-STORAGE SECTION.
       01  WS-MOV-STATUS        PIC X(2).
       01  WS-CONT-STATUS       PIC X(2).
       01  WS-PARM-STATUS       PIC X(2).
       01  WS-ARQ-STATUS        PIC X(2).
       01  WS-ACUM-STATUS       PIC X(2).
       01  WS-CICLO-STATUS      PIC X(2).
       01  WS-GL-STATUS         PIC X(2).
       01  WS-SUBST-STATUS      PIC X(2).
       01  WS-PREJ-STATUS       PIC X(2).
       01  WS-LPRJ-STATUS       PIC X(2).
       01  WS-PREJ-ABERTO       PIC X VALUE 'N'.
           88 PREJUIZOS-ABERTO      VALUE 'S'.
       01  WS-LPRJ-ABERTO       PIC X VALUE 'N'.
           88 LANC-PREJ-ABERTO      VALUE 'S'.
       01  WS-CONTA-BAIXADA     PIC X VALUE 'N'.
           88 CONTA-BAIXADA         VALUE 'S'.
       01  WS-FIM-SUBST         PIC X VALUE 'N'.
           88 FIM-SUBST-SIM         VALUE 'S'.
       01  WS-FIM-MOVIMENTO     PIC X VALUE 'N'.
           88 FIM-MOVIMENTO-SIM     VALUE 'S'.
       01  WS-FIM-CASOS         PIC X VALUE 'N'.
           88 FIM-CASOS-SIM         VALUE 'S'.
       01  WS-FIM-ARQUIVO       PIC X VALUE 'N'.
           88 FIM-ARQUIVO-SIM       VALUE 'S'.
       01  WS-CICLO-ABERTO      PIC X VALUE 'N'.
           88 CICLO-ABERTO          VALUE 'S'.
       01  WS-DATA-HOJE         PIC 9(8) VALUE 0.
       01  WS-RESULTADO         PIC X(8).
       01  WS-MOTIVO-RECUSA     PIC X(25).

      *    Prazo default para a decisao do caso, em dias corridos.
       01  WS-PRAZO-DIAS        PIC 9(3) VALUE 60.

      *    Mes de competencia do relatorio de prazos: o corrente, ou
      *    o AAAAMM passado na linha de comando.
       01  WS-PARM-ENTRADA      PIC X(80) VALUE SPACES.
       01  WS-PARM-COMPETENCIA  PIC X(6) VALUE SPACES.
       01  WS-PARM-COMPETENCIA-9 REDEFINES WS-PARM-COMPETENCIA
                                PIC 9(6).
       01  WS-COMPETENCIA       PIC 9(6) VALUE 0.

      *    Transacao faturada achada no arquivo para a abertura.
       01  WS-TRANSACAO-ACHADA  PIC X VALUE 'N'.
           88 TRANSACAO-ACHADA      VALUE 'S'.
       01  WS-TIPO-ACHADO       PIC X(1).
           88 TIPO-ACHADO-CREDITO   VALUE 'P' 'D' 'E' 'V'.
       01  WS-LOJISTA-ACHADO    PIC 9(4) VALUE 0.
       01  WS-CONTA-ARQUIVO     PIC 9(5) VALUE 0.
       01  WS-CASO-DUPLICADO    PIC X VALUE 'N'.
           88 CASO-DUPLICADO        VALUE 'S'.

      *    Numero novo de cada cartao substituido, indexado pelo
      *    numero antigo (zero = nunca substituido). O caso guarda a
      *    conta como foi faturada; a abertura aceita o numero novo
      *    da conta para um ciclo fechado antes da troca, e os
      *    lancamentos vao sempre para a conta vigente. O teto de
      *    saltos protege de um registro circular montado a mao.
       01  WS-TABELA-SUBST.
           05 WS-SUBST-NOVO OCCURS 99999 PIC 9(5) COMP VALUE 0.
       01  WS-CONTA-RESOLVIDA   PIC 9(5) VALUE 0.
       01  WS-CONTA-PEDIDA      PIC 9(5) VALUE 0.
       01  WS-QTD-SALTOS        PIC 9(3) VALUE 0.

      *    Lancamento corrente (acumulado, ciclo e GL) do caso.
       01  WS-CONTA-LANCAMENTO  PIC 9(5) VALUE 0.
       01  WS-TIPO-LANCAMENTO   PIC X(1).
       01  WS-TIPO-GL           PIC X(1).
       01  WS-CICLO-NOVO        PIC 9(9)V99 VALUE 0.

      *    Contagem de dias aproximada no criterio comercial 30/360,
      *    a mesma de 7000-CALCULAR-DIAS em CARTAO-COBRANCA.
       01  WS-DATA-TRAB         PIC 9(8) VALUE 0.
       01  FILLER REDEFINES WS-DATA-TRAB.
           05 WS-TRAB-ANO       PIC 9(4).
           05 WS-TRAB-MES       PIC 9(2).
           05 WS-TRAB-DIA       PIC 9(2).
       01  WS-DIAS-CALCULADOS   PIC 9(7) VALUE 0.
       01  WS-DIAS-HOJE         PIC 9(7) VALUE 0.
       01  WS-DIAS-ABERTURA     PIC 9(7) VALUE 0.
       01  WS-DIAS-DECORRIDOS   PIC 9(5) VALUE 0.
       01  WS-DIAS-RESTANTES    PIC S9(5) VALUE 0.
       01  WS-DIAS-ED           PIC ZZ9.
       01  WS-PRAZO-ED          PIC ZZ9.
       01  WS-RESTAM-ED         PIC -ZZ9.
       01  WS-SITUACAO-PRAZO    PIC X(15).

      *    Totais de controle para os resumos e trailers.
       01  WS-QTD-LIDOS         PIC 9(7) VALUE 0.
       01  WS-QTD-ACEITOS       PIC 9(7) VALUE 0.
       01  WS-QTD-RECUSADOS     PIC 9(7) VALUE 0.
       01  WS-QTD-EXPIRADOS     PIC 9(7) VALUE 0.
       01  WS-QTD-EM-ABERTO     PIC 9(7) VALUE 0.
       01  WS-VLR-EM-ABERTO     PIC 9(9)V99 VALUE 0.
       01  WS-QTD-FAIXA-30      PIC 9(7) VALUE 0.
       01  WS-QTD-FAIXA-60      PIC 9(7) VALUE 0.
       01  WS-QTD-FAIXA-90      PIC 9(7) VALUE 0.
       01  WS-QTD-FAIXA-MAIS    PIC 9(7) VALUE 0.
       01  WS-VLR-FAIXA-30      PIC 9(9)V99 VALUE 0.
       01  WS-VLR-FAIXA-60      PIC 9(9)V99 VALUE 0.
       01  WS-VLR-FAIXA-90      PIC 9(9)V99 VALUE 0.
       01  WS-VLR-FAIXA-MAIS    PIC 9(9)V99 VALUE 0.
       01  WS-QTD-ENCERRADOS    PIC 9(7) VALUE 0.
       01  WS-QTD-DENTRO-PRAZO  PIC 9(7) VALUE 0.
       01  WS-QTD-FORA-PRAZO    PIC 9(7) VALUE 0.
       01  WS-VLR-ED            PIC -ZZZ.ZZ9,99.
       01  WS-VLR-ED-2          PIC -ZZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT
           PERFORM 2000-LER-MOVIMENTO THRU 2000-EXIT
               UNTIL FIM-MOVIMENTO-SIM
           PERFORM 3000-VARRER-CASOS THRU 3000-EXIT
           PERFORM 9000-FINALIZAR THRU 9000-EXIT
           STOP RUN.

      *    Sem movimento do dia ainda ha trabalho: expirar os casos
      *    vencidos e emitir os dois relatorios. O cadastro de casos
      *    ainda inexistente e criado vazio; qualquer outra falha de
      *    abertura aborta - sem ele nao ha como acompanhar caso
      *    nenhum. Ciclo indisponivel nao aborta: o credito sai na
      *    fatura do mesmo jeito, so a devolucao do limite fica para
      *    o recalculo de CARTAO-CONCILIACAO apontar.
       1000-INICIALIZAR.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           MOVE WS-DATA-HOJE TO WS-DATA-TRAB
           PERFORM 7000-CALCULAR-DIAS THRU 7000-EXIT
           MOVE WS-DIAS-CALCULADOS TO WS-DIAS-HOJE
           MOVE WS-DATA-HOJE (1: 6) TO WS-COMPETENCIA
           ACCEPT WS-PARM-ENTRADA FROM COMMAND-LINE
           UNSTRING WS-PARM-ENTRADA DELIMITED BY ALL SPACE
               INTO WS-PARM-COMPETENCIA
           IF WS-PARM-COMPETENCIA NOT = SPACES
               IF WS-PARM-COMPETENCIA NUMERIC
                   MOVE WS-PARM-COMPETENCIA-9 TO WS-COMPETENCIA
               ELSE
                   DISPLAY 'CARTAO-CONTESTACAO: PARAMETRO INVALIDO '
                       WS-PARM-COMPETENCIA ' - ESPERADO AAAAMM'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM 1100-LER-PARAMETROS THRU 1100-EXIT
           PERFORM 1500-CARREGAR-SUBSTITUICOES THRU 1500-EXIT
           OPEN I-O CARTAO-CONTESTACOES
           IF WS-CONT-STATUS = '35'
               OPEN OUTPUT CARTAO-CONTESTACOES
               CLOSE CARTAO-CONTESTACOES
               OPEN I-O CARTAO-CONTESTACOES
           END-IF
           IF WS-CONT-STATUS NOT = '00'
               DISPLAY 'CARTAO-CONTESTACAO: ERRO ' WS-CONT-STATUS
                   ' AO ABRIR CARTAO-CONTESTACOES - EXECUCAO ABORTADA'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT MOVIMENTO-INFILE
           IF WS-MOV-STATUS NOT = '00'
               MOVE 'S' TO WS-FIM-MOVIMENTO
           END-IF
           OPEN I-O CICLO-ACUMULADO
           IF WS-CICLO-STATUS = '00'
               MOVE 'S' TO WS-CICLO-ABERTO
           END-IF
           OPEN I-O CARTAO-PREJUIZOS
           IF WS-PREJ-STATUS = '00'
               MOVE 'S' TO WS-PREJ-ABERTO
           END-IF
           OPEN EXTEND ACUMULO-MENSAL
           IF WS-ACUM-STATUS = '35'
               OPEN OUTPUT ACUMULO-MENSAL
           END-IF
           OPEN EXTEND CARTOES-GL
           IF WS-GL-STATUS = '35'
               OPEN OUTPUT CARTOES-GL
           END-IF
           OPEN OUTPUT CONTESTACAO-OUTFILE
           OPEN OUTPUT PRAZO-OUTFILE
           MOVE SPACES TO CONTESTACAO-REGISTRO
           STRING 'CONTESTACOES DATA=' WS-DATA-HOJE
               ' PRAZO PADRAO DIAS=' WS-PRAZO-DIAS
               DELIMITED BY SIZE INTO CONTESTACAO-REGISTRO
           WRITE CONTESTACAO-REGISTRO
           MOVE SPACES TO PRAZO-REGISTRO
           STRING 'CONTESTACOES ENCERRADAS COMPETENCIA=' WS-COMPETENCIA
               ' EMISSAO=' WS-DATA-HOJE
               DELIMITED BY SIZE INTO PRAZO-REGISTRO
           WRITE PRAZO-REGISTRO
       1000-EXIT.
           EXIT.

       1100-LER-PARAMETROS.
           OPEN INPUT PARAMETROS
           IF WS-PARM-STATUS = '00'
               READ PARAMETROS
               IF WS-PARM-STATUS = '00'
                   AND PARM-PRAZO-DIAS NUMERIC
                   AND PARM-PRAZO-DIAS > 0
                   MOVE PARM-PRAZO-DIAS TO WS-PRAZO-DIAS
               END-IF
               CLOSE PARAMETROS
           END-IF
       1100-EXIT.
           EXIT.

      *    Registro de substituicoes ausente e instalacao que nunca
      *    trocou um plastico: todo numero e a propria conta.
       1500-CARREGAR-SUBSTITUICOES.
           OPEN INPUT CARTAO-SUBSTITUICOES
           IF WS-SUBST-STATUS NOT = '00'
               GO TO 1500-EXIT
           END-IF
           PERFORM 1510-LER-SUBSTITUICAO THRU 1510-EXIT
               UNTIL FIM-SUBST-SIM
           CLOSE CARTAO-SUBSTITUICOES
       1500-EXIT.
           EXIT.

       1510-LER-SUBSTITUICAO.
           READ CARTAO-SUBSTITUICOES NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-SUBST
               NOT AT END
                   IF SUBST-ANTIGO > 0
                       MOVE SUBST-NOVO
                           TO WS-SUBST-NOVO (SUBST-ANTIGO)
                   END-IF
           END-READ
       1510-EXIT.
           EXIT.

      *    Conta vigente do numero em WS-CONTA-RESOLVIDA, seguindo a
      *    cadeia de substituicoes ate o fim.
       1600-RESOLVER-CONTA.
           MOVE 0 TO WS-QTD-SALTOS
           IF WS-CONTA-RESOLVIDA = 0
               GO TO 1600-EXIT
           END-IF
           PERFORM 1610-SEGUIR-SUBSTITUICAO THRU 1610-EXIT
               UNTIL WS-SUBST-NOVO (WS-CONTA-RESOLVIDA) = 0
               OR WS-QTD-SALTOS > 50
       1600-EXIT.
           EXIT.

       1610-SEGUIR-SUBSTITUICAO.
           MOVE WS-SUBST-NOVO (WS-CONTA-RESOLVIDA)
               TO WS-CONTA-RESOLVIDA
           ADD 1 TO WS-QTD-SALTOS
       1610-EXIT.
           EXIT.

       2000-LER-MOVIMENTO.
           READ MOVIMENTO-INFILE
               AT END
                   MOVE 'S' TO WS-FIM-MOVIMENTO
               NOT AT END
                   ADD 1 TO WS-QTD-LIDOS
                   PERFORM 2010-TRATAR-MOVIMENTO THRU 2010-EXIT
           END-READ
       2000-EXIT.
           EXIT.

       2010-TRATAR-MOVIMENTO.
           MOVE 'ACEITO' TO WS-RESULTADO
           MOVE SPACES TO WS-MOTIVO-RECUSA
           MOVE 0 TO WS-LOJISTA-ACHADO
           MOVE 0 TO WS-CONTA-ARQUIVO
           PERFORM 2020-VALIDAR-MOVIMENTO THRU 2020-EXIT
           IF WS-RESULTADO = 'ACEITO'
               IF MOV-OPERACAO = 'A'
                   PERFORM 2100-ABRIR-CASO THRU 2100-EXIT
               ELSE
                   PERFORM 2200-ENCERRAR-CASO THRU 2200-EXIT
               END-IF
           END-IF
           IF WS-RESULTADO = 'ACEITO'
               ADD 1 TO WS-QTD-ACEITOS
           ELSE
               ADD 1 TO WS-QTD-RECUSADOS
           END-IF
           PERFORM 2900-GRAVAR-MOVIMENTO THRU 2900-EXIT
       2010-EXIT.
           EXIT.

       2020-VALIDAR-MOVIMENTO.
           IF MOV-PROTOCOLO NOT NUMERIC OR MOV-PROTOCOLO = 0
               MOVE 'RECUSADO' TO WS-RESULTADO
               MOVE 'PROTOCOLO INVALIDO' TO WS-MOTIVO-RECUSA
               GO TO 2020-EXIT
           END-IF
           IF MOV-OPERACAO NOT = 'A' AND MOV-OPERACAO NOT = 'G'
               AND MOV-OPERACAO NOT = 'P'
               MOVE 'RECUSADO' TO WS-RESULTADO
               MOVE 'OPERACAO DESCONHECIDA' TO WS-MOTIVO-RECUSA
               GO TO 2020-EXIT
           END-IF
           IF MOV-OPERACAO NOT = 'A'
               GO TO 2020-EXIT
           END-IF
           IF MOV-CONTA NOT NUMERIC OR MOV-CONTA = 0
               OR MOV-CARTAO NOT NUMERIC OR MOV-CARTAO = 0
               MOVE 'RECUSADO' TO WS-RESULTADO
               MOVE 'CONTA OU CARTAO INVALIDO' TO WS-MOTIVO-RECUSA
               GO TO 2020-EXIT
           END-IF
           IF MOV-CICLO NOT NUMERIC OR MOV-DATA NOT NUMERIC
               MOVE 'RECUSADO' TO WS-RESULTADO
               MOVE 'CICLO OU DATA INVALIDO' TO WS-MOTIVO-RECUSA
               GO TO 2020-EXIT
           END-IF
           IF MOV-VALOR NOT NUMERIC OR MOV-VALOR = 0
               MOVE 'RECUSADO' TO WS-RESULTADO
               MOVE 'VALOR INVALIDO' TO WS-MOTIVO-RECUSA
           END-IF
       2020-EXIT.
           EXIT.

      *    Abertura: o protocolo nao pode existir, a transacao tem de
      *    estar faturada no arquivo e ser um debito (credito nao se
      *    contesta), e a mesma transacao nao pode ter outro caso -
      *    aberto ou ja decidido. Aceita, o caso nasce aberto e o
      *    credito provisorio e o chargeback sao lancados na hora.
       2100-ABRIR-CASO.
           MOVE MOV-PROTOCOLO TO CONT-PROTOCOLO
           READ CARTAO-CONTESTACOES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'RECUSADO' TO WS-RESULTADO
                   MOVE 'PROTOCOLO JA EXISTE' TO WS-MOTIVO-RECUSA
                   GO TO 2100-EXIT
           END-READ
           PERFORM 2110-LOCALIZAR-TRANSACAO THRU 2110-EXIT
           IF WS-RESULTADO NOT = 'ACEITO'
               GO TO 2100-EXIT
           END-IF
           PERFORM 2150-VERIFICAR-DUPLICIDADE THRU 2150-EXIT
           IF CASO-DUPLICADO
               MOVE 'RECUSADO' TO WS-RESULTADO
               MOVE 'TRANSACAO JA CONTESTADA' TO WS-MOTIVO-RECUSA
               GO TO 2100-EXIT
           END-IF
           MOVE MOV-PROTOCOLO TO CONT-PROTOCOLO
           MOVE WS-CONTA-ARQUIVO TO CONT-CONTA
           MOVE MOV-CICLO TO CONT-CICLO
           MOVE MOV-CARTAO TO CONT-CARTAO
           MOVE MOV-DATA TO CONT-DATA-TRANS
           MOVE WS-TIPO-ACHADO TO CONT-TIPO-TRANS
           MOVE MOV-VALOR TO CONT-VALOR
           MOVE WS-LOJISTA-ACHADO TO CONT-LOJISTA
           MOVE WS-DATA-HOJE TO CONT-ABERTURA
           MOVE WS-PRAZO-DIAS TO CONT-PRAZO-DIAS
           MOVE 'A' TO CONT-SITUACAO
           MOVE 0 TO CONT-ENCERRAMENTO
           MOVE MOV-USUARIO TO CONT-USUARIO-ABR
           MOVE SPACES TO CONT-USUARIO-ENC
           WRITE CONT-REGISTRO
               INVALID KEY
                   MOVE 'RECUSADO' TO WS-RESULTADO
                   MOVE 'PROTOCOLO JA EXISTE' TO WS-MOTIVO-RECUSA
                   GO TO 2100-EXIT
           END-WRITE
           MOVE 'V' TO WS-TIPO-LANCAMENTO
           PERFORM 4000-LANCAR-PORTADOR THRU 4000-EXIT
           MOVE 'K' TO WS-TIPO-GL
           PERFORM 4300-GRAVAR-GL THRU 4300-EXIT
       2100-EXIT.
           EXIT.

      *    Procura o registro 'T' faturado: mesmo ciclo, conta,
      *    cartao, data e valor - le direto pela chave so os
      *    registros do ciclo informado. Arquivo indisponivel recusa a
      *    abertura - sem ele nao ha como saber o lojista. A conta
      *    pedida e a arquivada batem tambem quando uma e a outra
      *    depois de uma substituicao de cartao.
       2110-LOCALIZAR-TRANSACAO.
           MOVE 'N' TO WS-TRANSACAO-ACHADA
           MOVE 'N' TO WS-FIM-ARQUIVO
           MOVE MOV-CONTA TO WS-CONTA-RESOLVIDA
           PERFORM 1600-RESOLVER-CONTA THRU 1600-EXIT
           MOVE WS-CONTA-RESOLVIDA TO WS-CONTA-PEDIDA
           OPEN INPUT ARQUIVO-CICLOS
           IF WS-ARQ-STATUS NOT = '00'
               MOVE 'RECUSADO' TO WS-RESULTADO
               MOVE 'ARQUIVO INDISPONIVEL' TO WS-MOTIVO-RECUSA
               GO TO 2110-EXIT
           END-IF
           MOVE MOV-CICLO TO ARQ-CICLO
           MOVE 0 TO ARQ-NUMERO
           MOVE 0 TO ARQ-SEQ
           START ARQUIVO-CICLOS KEY IS NOT LESS THAN ARQ-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-ARQUIVO
           END-START
           PERFORM 2120-LER-ARQUIVO THRU 2120-EXIT
               UNTIL FIM-ARQUIVO-SIM OR TRANSACAO-ACHADA
           CLOSE ARQUIVO-CICLOS
           IF NOT TRANSACAO-ACHADA
               MOVE 'RECUSADO' TO WS-RESULTADO
               MOVE 'TRANSACAO NAO FATURADA' TO WS-MOTIVO-RECUSA
               GO TO 2110-EXIT
           END-IF
           IF TIPO-ACHADO-CREDITO
               MOVE 'RECUSADO' TO WS-RESULTADO
               MOVE 'TRANSACAO E CREDITO' TO WS-MOTIVO-RECUSA
           END-IF
       2110-EXIT.
           EXIT.

       2120-LER-ARQUIVO.
           READ ARQUIVO-CICLOS NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-ARQUIVO
               NOT AT END
                   IF ARQ-CICLO NOT = MOV-CICLO
                       MOVE 'S' TO WS-FIM-ARQUIVO
                   END-IF
                   IF ARQ-TIPO-REG = 'T'
                       AND ARQ-CICLO = MOV-CICLO
                       AND ARQ-CARTAO = MOV-CARTAO
                       AND ARQ-DATA = MOV-DATA
                       AND ARQ-VALOR = MOV-VALOR
                       PERFORM 2130-CONFERIR-CONTA THRU 2130-EXIT
                   END-IF
           END-READ
       2120-EXIT.
           EXIT.

       2130-CONFERIR-CONTA.
           MOVE ARQ-NUMERO TO WS-CONTA-RESOLVIDA
           PERFORM 1600-RESOLVER-CONTA THRU 1600-EXIT
           IF WS-CONTA-RESOLVIDA NOT = WS-CONTA-PEDIDA
               GO TO 2130-EXIT
           END-IF
           MOVE 'S' TO WS-TRANSACAO-ACHADA
           MOVE ARQ-NUMERO TO WS-CONTA-ARQUIVO
           MOVE ARQ-TIPO-TRANS TO WS-TIPO-ACHADO
           MOVE ARQ-LOJISTA TO WS-LOJISTA-ACHADO
       2130-EXIT.
           EXIT.

      *    Percorre o cadastro de casos atras de outro caso para a
      *    mesma transacao faturada.
       2150-VERIFICAR-DUPLICIDADE.
           MOVE 'N' TO WS-CASO-DUPLICADO
           MOVE 'N' TO WS-FIM-CASOS
           MOVE 0 TO CONT-PROTOCOLO
           START CARTAO-CONTESTACOES
               KEY IS NOT LESS THAN CONT-PROTOCOLO
               INVALID KEY
                   MOVE 'S' TO WS-FIM-CASOS
           END-START
           PERFORM 2160-COMPARAR-CASO THRU 2160-EXIT
               UNTIL FIM-CASOS-SIM OR CASO-DUPLICADO
       2150-EXIT.
           EXIT.

       2160-COMPARAR-CASO.
           READ CARTAO-CONTESTACOES NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-CASOS
               NOT AT END
                   IF CONT-CICLO = MOV-CICLO
                       AND CONT-CONTA = WS-CONTA-ARQUIVO
                       AND CONT-CARTAO = MOV-CARTAO
                       AND CONT-DATA-TRANS = MOV-DATA
                       AND CONT-VALOR = MOV-VALOR
                       MOVE 'S' TO WS-CASO-DUPLICADO
                   END-IF
           END-READ
       2160-EXIT.
           EXIT.

      *    Decisao do caso aberto. Ganho pelo portador nao movimenta
      *    nada - o credito provisorio vira definitivo. Perdido
      *    re-debita o portador e reverte o chargeback ao lojista; na
      *    conta baixada para prejuizo o re-debito vira perda (2250) e
      *    o movimento sai com o motivo CONTA EM PREJUIZO. Registro de
      *    prejuizos ausente e nenhuma conta baixada ainda.
       2200-ENCERRAR-CASO.
           MOVE MOV-PROTOCOLO TO CONT-PROTOCOLO
           READ CARTAO-CONTESTACOES
               INVALID KEY
                   MOVE 'RECUSADO' TO WS-RESULTADO
                   MOVE 'PROTOCOLO NAO ENCONTRADO' TO WS-MOTIVO-RECUSA
                   GO TO 2200-EXIT
           END-READ
           IF NOT CONT-ABERTA
               MOVE 'RECUSADO' TO WS-RESULTADO
               MOVE 'CASO JA ENCERRADO' TO WS-MOTIVO-RECUSA
               GO TO 2200-EXIT
           END-IF
           MOVE MOV-OPERACAO TO CONT-SITUACAO
           MOVE WS-DATA-HOJE TO CONT-ENCERRAMENTO
           MOVE MOV-USUARIO TO CONT-USUARIO-ENC
           REWRITE CONT-REGISTRO
               INVALID KEY
                   DISPLAY 'CARTAO-CONTESTACAO: ERRO ' WS-CONT-STATUS
                       ' AO REGRAVAR O CASO ' CONT-PROTOCOLO
                   MOVE 8 TO RETURN-CODE
                   MOVE 'RECUSADO' TO WS-RESULTADO
                   MOVE 'ERRO NO CADASTRO DE CASOS' TO WS-MOTIVO-RECUSA
                   GO TO 2200-EXIT
           END-REWRITE
           IF NOT CONT-PERDIDA
               GO TO 2200-EXIT
           END-IF
           MOVE 'N' TO WS-CONTA-BAIXADA
           IF PREJUIZOS-ABERTO
               MOVE CONT-CONTA TO WS-CONTA-RESOLVIDA
               PERFORM 1600-RESOLVER-CONTA THRU 1600-EXIT
               MOVE WS-CONTA-RESOLVIDA TO PREJ-CONTA
               READ CARTAO-PREJUIZOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-CONTA-BAIXADA
               END-READ
           END-IF
           IF CONTA-BAIXADA
               PERFORM 2250-BAIXAR-REDEBITO THRU 2250-EXIT
               MOVE 'CONTA EM PREJUIZO' TO WS-MOTIVO-RECUSA
           ELSE
               MOVE 'W' TO WS-TIPO-LANCAMENTO
               PERFORM 4000-LANCAR-PORTADOR THRU 4000-EXIT
           END-IF
           MOVE 'Q' TO WS-TIPO-GL
           PERFORM 4300-GRAVAR-GL THRU 4300-EXIT
       2200-EXIT.
           EXIT.

      *    Re-debito de conta baixada: a divida nao volta ao saldo de
      *    quem nao paga - soma ao total baixado da conta (registro
      *    ja lido em 2200) e sai como baixa 'L' na trilha e
      *    no GL (lojista 0000), no molde de 2300-GRAVAR-BAIXA em
      *    CARTAO-PREJUIZO. O chargeback revertido ao lojista segue
      *    normal.
       2250-BAIXAR-REDEBITO.
           ADD CONT-VALOR TO PREJ-VLR-BAIXADO
           MOVE WS-DATA-HOJE TO PREJ-DATA-ULT-BAIXA
           REWRITE PREJ-REGISTRO
               INVALID KEY
                   DISPLAY 'CARTAO-CONTESTACAO: ERRO ' WS-PREJ-STATUS
                       ' AO REGRAVAR PREJUIZO DA CONTA ' PREJ-CONTA
                   MOVE 8 TO RETURN-CODE
           END-REWRITE
           IF NOT LANC-PREJ-ABERTO
               OPEN EXTEND LANC-PREJUIZOS
               IF WS-LPRJ-STATUS = '35'
                   OPEN OUTPUT LANC-PREJUIZOS
               END-IF
               MOVE 'S' TO WS-LPRJ-ABERTO
           END-IF
           MOVE PREJ-CONTA TO LPRJ-CONTA
           MOVE CONT-CARTAO TO LPRJ-CARTAO
           MOVE WS-DATA-HOJE TO LPRJ-DATA
           MOVE 'L' TO LPRJ-TIPO
           MOVE CONT-VALOR TO LPRJ-VALOR
           MOVE SPACES TO LPRJ-FEED
           WRITE LPRJ-REGISTRO
           MOVE SPACES TO GL-REGISTRO
           STRING PREJ-CONTA ',' CONT-VALOR ','
               WS-DATA-HOJE ',' 'L' ',' '0000'
               DELIMITED BY SIZE INTO GL-REGISTRO
           WRITE GL-REGISTRO
       2250-EXIT.
           EXIT.

      *    Duas linhas por movimento, no molde da auditoria de
      *    CARTAO-MANUTENCAO: operacao, protocolo, usuario, resultado
      *    e motivo; depois a transacao identificada no movimento.
       2900-GRAVAR-MOVIMENTO.
           MOVE SPACES TO CONTESTACAO-REGISTRO
           STRING 'OP=' MOV-OPERACAO
               ' PROTOCOLO=' MOV-PROTOCOLO
               ' USUARIO=' MOV-USUARIO
               ' ' WS-RESULTADO
               ' ' WS-MOTIVO-RECUSA
               DELIMITED BY SIZE INTO CONTESTACAO-REGISTRO
           WRITE CONTESTACAO-REGISTRO
           IF MOV-OPERACAO NOT = 'A'
               GO TO 2900-EXIT
           END-IF
           IF MOV-VALOR NUMERIC
               MOVE MOV-VALOR TO WS-VLR-ED
           ELSE
               MOVE 0 TO WS-VLR-ED
           END-IF
           MOVE SPACES TO CONTESTACAO-REGISTRO
           STRING '  CONTA=' MOV-CONTA
               ' CICLO=' MOV-CICLO
               ' CARTAO=' MOV-CARTAO
               ' DATA=' MOV-DATA
               ' VALOR=' WS-VLR-ED
               ' LOJ=' WS-LOJISTA-ACHADO
               DELIMITED BY SIZE INTO CONTESTACAO-REGISTRO
           WRITE CONTESTACAO-REGISTRO
       2900-EXIT.
           EXIT.

      *    Passagem por todo o cadastro de casos: caso aberto que
      *    chegou ao prazo expira a favor do portador; o que continua
      *    aberto entra no envelhecimento; o encerrado no mes de
      *    competencia entra no relatorio de prazos.
       3000-VARRER-CASOS.
           MOVE SPACES TO CONTESTACAO-REGISTRO
           WRITE CONTESTACAO-REGISTRO
           MOVE SPACES TO CONTESTACAO-REGISTRO
           STRING 'CONTESTACOES EM ABERTO DATA=' WS-DATA-HOJE
               DELIMITED BY SIZE INTO CONTESTACAO-REGISTRO
           WRITE CONTESTACAO-REGISTRO
           MOVE 'N' TO WS-FIM-CASOS
           MOVE 0 TO CONT-PROTOCOLO
           START CARTAO-CONTESTACOES
               KEY IS NOT LESS THAN CONT-PROTOCOLO
               INVALID KEY
                   MOVE 'S' TO WS-FIM-CASOS
           END-START
           PERFORM 3100-LER-CASO THRU 3100-EXIT
               UNTIL FIM-CASOS-SIM
           PERFORM 3400-GRAVAR-RESUMO THRU 3400-EXIT
       3000-EXIT.
           EXIT.

       3100-LER-CASO.
           READ CARTAO-CONTESTACOES NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-CASOS
               NOT AT END
                   PERFORM 3110-TRATAR-CASO THRU 3110-EXIT
           END-READ
       3100-EXIT.
           EXIT.

       3110-TRATAR-CASO.
           MOVE CONT-ABERTURA TO WS-DATA-TRAB
           PERFORM 7000-CALCULAR-DIAS THRU 7000-EXIT
           MOVE WS-DIAS-CALCULADOS TO WS-DIAS-ABERTURA
           IF CONT-ABERTA
               SUBTRACT WS-DIAS-ABERTURA FROM WS-DIAS-HOJE
                   GIVING WS-DIAS-DECORRIDOS
               IF WS-DIAS-DECORRIDOS NOT < CONT-PRAZO-DIAS
                   PERFORM 3150-EXPIRAR-CASO THRU 3150-EXIT
               ELSE
                   PERFORM 3200-ENVELHECER-CASO THRU 3200-EXIT
               END-IF
           END-IF
           IF NOT CONT-ABERTA
               AND CONT-ENCERRAMENTO (1: 6) = WS-COMPETENCIA
               PERFORM 3300-GRAVAR-PRAZO THRU 3300-EXIT
           END-IF
       3110-EXIT.
           EXIT.

      *    Prazo vencido sem decisao: o lojista perdeu a vez de
      *    reapresentar e o credito provisorio fica com o portador.
       3150-EXPIRAR-CASO.
           MOVE 'X' TO CONT-SITUACAO
           MOVE WS-DATA-HOJE TO CONT-ENCERRAMENTO
           MOVE 'CONTESTA' TO CONT-USUARIO-ENC
           REWRITE CONT-REGISTRO
               INVALID KEY
                   DISPLAY 'CARTAO-CONTESTACAO: ERRO ' WS-CONT-STATUS
                       ' AO REGRAVAR O CASO ' CONT-PROTOCOLO
                   MOVE 8 TO RETURN-CODE
                   GO TO 3150-EXIT
           END-REWRITE
           ADD 1 TO WS-QTD-EXPIRADOS
           MOVE SPACES TO CONTESTACAO-REGISTRO
           STRING '  PROTOCOLO=' CONT-PROTOCOLO
               ' EXPIRADA - ENCERRADA A FAVOR DO PORTADOR'
               DELIMITED BY SIZE INTO CONTESTACAO-REGISTRO
           WRITE CONTESTACAO-REGISTRO
       3150-EXIT.
           EXIT.

      *    Linha de envelhecimento do caso aberto: dias desde a
      *    abertura e dias que ainda restam do prazo, com as faixas
      *    de 30 dias do resumo no molde de CARTAO-COBRANCA.
       3200-ENVELHECER-CASO.
           ADD 1 TO WS-QTD-EM-ABERTO
           ADD CONT-VALOR TO WS-VLR-EM-ABERTO
           SUBTRACT WS-DIAS-DECORRIDOS FROM CONT-PRAZO-DIAS
               GIVING WS-DIAS-RESTANTES
           IF WS-DIAS-DECORRIDOS NOT > 30
               ADD 1 TO WS-QTD-FAIXA-30
               ADD CONT-VALOR TO WS-VLR-FAIXA-30
           ELSE
               IF WS-DIAS-DECORRIDOS NOT > 60
                   ADD 1 TO WS-QTD-FAIXA-60
                   ADD CONT-VALOR TO WS-VLR-FAIXA-60
               ELSE
                   IF WS-DIAS-DECORRIDOS NOT > 90
                       ADD 1 TO WS-QTD-FAIXA-90
                       ADD CONT-VALOR TO WS-VLR-FAIXA-90
                   ELSE
                       ADD 1 TO WS-QTD-FAIXA-MAIS
                       ADD CONT-VALOR TO WS-VLR-FAIXA-MAIS
                   END-IF
               END-IF
           END-IF
           MOVE CONT-VALOR TO WS-VLR-ED
           MOVE WS-DIAS-DECORRIDOS TO WS-DIAS-ED
           MOVE WS-DIAS-RESTANTES TO WS-RESTAM-ED
           MOVE SPACES TO CONTESTACAO-REGISTRO
           STRING '  PROTOCOLO=' CONT-PROTOCOLO
               ' CONTA=' CONT-CONTA
               ' LOJ=' CONT-LOJISTA
               ' VALOR=' WS-VLR-ED
               ' DIAS=' WS-DIAS-ED
               ' RESTAM=' WS-RESTAM-ED
               DELIMITED BY SIZE INTO CONTESTACAO-REGISTRO
           WRITE CONTESTACAO-REGISTRO
       3200-EXIT.
           EXIT.

      *    Caso encerrado no mes de competencia: dias da abertura ao
      *    encerramento contra o prazo gravado no proprio caso.
       3300-GRAVAR-PRAZO.
           ADD 1 TO WS-QTD-ENCERRADOS
           MOVE CONT-ENCERRAMENTO TO WS-DATA-TRAB
           PERFORM 7000-CALCULAR-DIAS THRU 7000-EXIT
           SUBTRACT WS-DIAS-ABERTURA FROM WS-DIAS-CALCULADOS
               GIVING WS-DIAS-DECORRIDOS
           IF WS-DIAS-DECORRIDOS NOT > CONT-PRAZO-DIAS
               MOVE 'DENTRO DO PRAZO' TO WS-SITUACAO-PRAZO
               ADD 1 TO WS-QTD-DENTRO-PRAZO
           ELSE
               MOVE 'FORA DO PRAZO' TO WS-SITUACAO-PRAZO
               ADD 1 TO WS-QTD-FORA-PRAZO
           END-IF
           MOVE WS-DIAS-DECORRIDOS TO WS-DIAS-ED
           MOVE CONT-PRAZO-DIAS TO WS-PRAZO-ED
           MOVE SPACES TO PRAZO-REGISTRO
           STRING '  PROT=' CONT-PROTOCOLO
               ' SIT=' CONT-SITUACAO
               ' ABERTA=' CONT-ABERTURA
               ' FIM=' CONT-ENCERRAMENTO
               ' DIAS=' WS-DIAS-ED '/' WS-PRAZO-ED
               ' ' WS-SITUACAO-PRAZO
               DELIMITED BY SIZE INTO PRAZO-REGISTRO
           WRITE PRAZO-REGISTRO
       3300-EXIT.
           EXIT.

       3400-GRAVAR-RESUMO.
           MOVE WS-VLR-FAIXA-30 TO WS-VLR-ED-2
           MOVE SPACES TO CONTESTACAO-REGISTRO
           STRING 'FAIXA ATE 30 QTD=' WS-QTD-FAIXA-30
               ' VALOR=' WS-VLR-ED-2
               DELIMITED BY SIZE INTO CONTESTACAO-REGISTRO
           WRITE CONTESTACAO-REGISTRO
           MOVE WS-VLR-FAIXA-60 TO WS-VLR-ED-2
           MOVE SPACES TO CONTESTACAO-REGISTRO
           STRING 'FAIXA ATE 60 QTD=' WS-QTD-FAIXA-60
               ' VALOR=' WS-VLR-ED-2
               DELIMITED BY SIZE INTO CONTESTACAO-REGISTRO
           WRITE CONTESTACAO-REGISTRO
           MOVE WS-VLR-FAIXA-90 TO WS-VLR-ED-2
           MOVE SPACES TO CONTESTACAO-REGISTRO
           STRING 'FAIXA ATE 90 QTD=' WS-QTD-FAIXA-90
               ' VALOR=' WS-VLR-ED-2
               DELIMITED BY SIZE INTO CONTESTACAO-REGISTRO
           WRITE CONTESTACAO-REGISTRO
           MOVE WS-VLR-FAIXA-MAIS TO WS-VLR-ED-2
           MOVE SPACES TO CONTESTACAO-REGISTRO
           STRING 'FAIXA ACIMA 90 QTD=' WS-QTD-FAIXA-MAIS
               ' VALOR=' WS-VLR-ED-2
               DELIMITED BY SIZE INTO CONTESTACAO-REGISTRO
           WRITE CONTESTACAO-REGISTRO
       3400-EXIT.
           EXIT.

      *    Lancamento do caso na conta do portador: credito provisorio
      *    'V' na abertura, re-debito 'W' na perda. Vai para o
      *    acumulado do ciclo (a proxima fatura o mostra em linha
      *    propria), ajusta a exposicao em cartoes.ciclo e sai no GL.
      *    A conta do lancamento e a vigente: caso de um ciclo
      *    faturado antes de uma substituicao de cartao lanca na
      *    conta nova.
       4000-LANCAR-PORTADOR.
           MOVE CONT-CONTA TO WS-CONTA-RESOLVIDA
           PERFORM 1600-RESOLVER-CONTA THRU 1600-EXIT
           MOVE WS-CONTA-RESOLVIDA TO WS-CONTA-LANCAMENTO
           MOVE CONT-CARTAO TO ACUM-NUMERO
           MOVE WS-DATA-HOJE TO ACUM-DATA
           MOVE CONT-VALOR TO ACUM-VALOR
           MOVE WS-TIPO-LANCAMENTO TO ACUM-TIPO
           MOVE CONT-LOJISTA TO ACUM-LOJISTA
           MOVE WS-CONTA-LANCAMENTO TO ACUM-CONTA
           MOVE SPACES TO ACUM-MOEDA
           MOVE 0 TO ACUM-VLR-MOEDA
           MOVE 0 TO ACUM-TAXA
           WRITE ACUM-REGISTRO
           IF CICLO-ABERTO
               PERFORM 4200-AJUSTAR-CICLO THRU 4200-EXIT
           END-IF
           MOVE WS-TIPO-LANCAMENTO TO WS-TIPO-GL
           PERFORM 4300-GRAVAR-GL THRU 4300-EXIT
       4000-EXIT.
           EXIT.

      *    Mesma regra de 2820-ATUALIZAR-CICLO em CARTAO-BATCH: o
      *    credito devolve limite sem deixar o total negativo, o
      *    debito soma; conta ainda sem registro no ciclo ganha um.
       4200-AJUSTAR-CICLO.
           MOVE WS-CONTA-LANCAMENTO TO CICLO-NUMERO
           READ CICLO-ACUMULADO
               INVALID KEY
                   MOVE WS-CONTA-LANCAMENTO TO CICLO-NUMERO
                   MOVE 0 TO CICLO-VALOR
                   IF WS-TIPO-LANCAMENTO = 'W'
                       MOVE CONT-VALOR TO CICLO-VALOR
                       WRITE CICLO-REGISTRO
                   END-IF
                   GO TO 4200-EXIT
           END-READ
           IF WS-TIPO-LANCAMENTO = 'W'
               ADD CICLO-VALOR CONT-VALOR GIVING WS-CICLO-NOVO
           ELSE
               IF CONT-VALOR > CICLO-VALOR
                   MOVE 0 TO WS-CICLO-NOVO
               ELSE
                   SUBTRACT CONT-VALOR FROM CICLO-VALOR
                       GIVING WS-CICLO-NOVO
               END-IF
           END-IF
           MOVE WS-CICLO-NOVO TO CICLO-VALOR
           REWRITE CICLO-REGISTRO
       4200-EXIT.
           EXIT.

      *    Linha do GL no layout de 2810-GRAVAR-GL em CARTAO-BATCH:
      *    cartao, valor, data, tipo e lojista.
       4300-GRAVAR-GL.
           MOVE SPACES TO GL-REGISTRO
           STRING CONT-CARTAO ',' CONT-VALOR ','
               WS-DATA-HOJE ',' WS-TIPO-GL ','
               CONT-LOJISTA
               DELIMITED BY SIZE INTO GL-REGISTRO
           WRITE GL-REGISTRO
       4300-EXIT.
           EXIT.

      *    Criterio comercial 30/360: meses de 30 dias, suficiente
      *    para contar o prazo sem calendario completo.
       7000-CALCULAR-DIAS.
           COMPUTE WS-DIAS-CALCULADOS =
               (WS-TRAB-ANO * 360) + (WS-TRAB-MES * 30) + WS-TRAB-DIA
       7000-EXIT.
           EXIT.

       9000-FINALIZAR.
           MOVE WS-VLR-EM-ABERTO TO WS-VLR-ED-2
           MOVE SPACES TO CONTESTACAO-REGISTRO
           STRING 'TRAILER1' ' '
               'LIDOS=' WS-QTD-LIDOS ' '
               'ACEITOS=' WS-QTD-ACEITOS ' '
               'RECUSADOS=' WS-QTD-RECUSADOS ' '
               'EXPIRADOS=' WS-QTD-EXPIRADOS
               DELIMITED BY SIZE INTO CONTESTACAO-REGISTRO
               ON OVERFLOW
                   DISPLAY 'CARTAO-CONTESTACAO: TRAILER EXCEDEU O '
                       'TAMANHO DO REGISTRO - EXECUCAO ABORTADA'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-STRING
           WRITE CONTESTACAO-REGISTRO
           MOVE SPACES TO CONTESTACAO-REGISTRO
           STRING 'TRAILER2' ' '
               'EM-ABERTO=' WS-QTD-EM-ABERTO ' '
               'VALOR=' WS-VLR-ED-2
               DELIMITED BY SIZE INTO CONTESTACAO-REGISTRO
               ON OVERFLOW
                   DISPLAY 'CARTAO-CONTESTACAO: TRAILER EXCEDEU O '
                       'TAMANHO DO REGISTRO - EXECUCAO ABORTADA'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-STRING
           WRITE CONTESTACAO-REGISTRO
           MOVE SPACES TO PRAZO-REGISTRO
           STRING 'TRAILER1' ' '
               'ENCERRADOS=' WS-QTD-ENCERRADOS ' '
               'DENTRO-PRAZO=' WS-QTD-DENTRO-PRAZO ' '
               'FORA-PRAZO=' WS-QTD-FORA-PRAZO
               DELIMITED BY SIZE INTO PRAZO-REGISTRO
               ON OVERFLOW
                   DISPLAY 'CARTAO-CONTESTACAO: TRAILER EXCEDEU O '
                       'TAMANHO DO REGISTRO - EXECUCAO ABORTADA'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-STRING
           WRITE PRAZO-REGISTRO
           IF WS-QTD-FORA-PRAZO > 0
               DISPLAY 'CARTAO-CONTESTACAO: ' WS-QTD-FORA-PRAZO
                   ' CASO(S) ENCERRADO(S) FORA DO PRAZO'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-MOV-STATUS = '00' OR WS-MOV-STATUS = '10'
               CLOSE MOVIMENTO-INFILE
           END-IF
           IF CICLO-ABERTO
               CLOSE CICLO-ACUMULADO
           END-IF
           IF PREJUIZOS-ABERTO
               CLOSE CARTAO-PREJUIZOS
           END-IF
           IF LANC-PREJ-ABERTO
               CLOSE LANC-PREJUIZOS
           END-IF
           CLOSE CARTAO-CONTESTACOES
           CLOSE ACUMULO-MENSAL
           CLOSE CARTOES-GL
           CLOSE CONTESTACAO-OUTFILE
           CLOSE PRAZO-OUTFILE
       9000-EXIT.
           EXIT.

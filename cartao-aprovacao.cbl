       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARTAO-APROVACAO.

      *    Aplica a decisao do comite de credito sobre as propostas de
      *    CARTAO-REVISAO. Cada registro de cartoes.movaprovacoes traz
      *    competencia e conta da proposta, a decisao ('A' aprova,
      *    'R' recusa), o usuario do comite e, opcionalmente, o limite
      *    aprovado quando o comite ajusta o valor proposto.
      *
      *    A proposta aprovada vira um movimento 'A' no layout de
      *    cartoes.movimentos, so com o limite preenchido e com o
      *    usuario de sistema REVISAO, estendido no fim do arquivo
      *    como CARTAO-COBRANCA faz com o bloqueio: e CARTAO-MANUTENCAO
      *    quem altera cartoes.limites e registra a alteracao na sua
      *    trilha de auditoria, como qualquer alteracao digitada. O
      *    membro do comite que decidiu fica na propria proposta e no
      *    relatorio aprovacao.txt.
      *
      *    Decisao sobre proposta inexistente ou ja decidida e
      *    rejeitada. Se o limite da conta mudou depois da revisao,
      *    ou a conta deixou de estar ativa, a proposta e cancelada em
      *    vez de aplicada - o comite decidiu sobre outro limite, e a
      *    proxima revisao avalia a conta de novo.
      *
      *    Roda antes de CARTAO-MANUTENCAO nos dias em que o comite
      *    entrega decisoes; sem cartoes.movaprovacoes nao ha nada a
      *    fazer.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *    Valores monetarios em reais com centavos; a virgula e o
      *    separador decimal nas mascaras de edicao.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APROVACAO-INFILE ASSIGN TO 'cartoes.movaprovacoes'
               FILE STATUS IS WS-APR-STATUS.
           SELECT CARTAO-PROPOSTAS ASSIGN TO 'cartoes.propostas'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS PROP-CHAVE
               FILE STATUS IS WS-PROP-STATUS.
           SELECT CARTAO-LIMITES ASSIGN TO 'cartoes.limites'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS LIMITE-NUMERO
               FILE STATUS IS WS-LIMITES-STATUS.
           SELECT CARTAO-CADASTRO ASSIGN TO 'cartoes.cadastro'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CAD-NUMERO
               FILE STATUS IS WS-CADASTRO-STATUS.
           SELECT MOVIMENTO-OUTFILE ASSIGN TO 'cartoes.movimentos'
               FILE STATUS IS WS-MOV-STATUS.
           SELECT APROVACAO-OUTFILE ASSIGN TO 'aprovacao.txt'.

       DATA DIVISION.
       FILE SECTION.
      *    Decisao do comite. APR-LIMITE em branco aprova o limite
      *    proposto; preenchido (alfanumerico, como MOV-VALOR-LIMITE)
      *    substitui o valor proposto.
       FD  APROVACAO-INFILE.
       01  APROVACAO-REGISTRO.
           05 APR-COMPETENCIA   PIC 9(6).
           05 APR-CONTA         PIC 9(5).
           05 APR-DECISAO       PIC X(1).
           05 APR-LIMITE        PIC X(8).
           05 APR-LIMITE-9 REDEFINES APR-LIMITE
                                PIC 9(6)V99.
           05 APR-USUARIO       PIC X(8).

      *    Propostas da revisao, como gravadas por CARTAO-REVISAO.
       FD  CARTAO-PROPOSTAS.
       01  PROP-REGISTRO.
           05 PROP-CHAVE.
              10 PROP-COMPETENCIA PIC 9(6).
              10 PROP-CONTA     PIC 9(5).
           05 PROP-ACAO         PIC X(1).
               88 PROP-AUMENTO      VALUE 'A'.
               88 PROP-REDUCAO      VALUE 'R'.
           05 PROP-LIMITE-ATUAL PIC 9(6)V99.
           05 PROP-LIMITE-NOVO  PIC 9(6)V99.
           05 PROP-ESCORE       PIC 9(3).
           05 PROP-MOTIVO       PIC X(60).
           05 PROP-DATA         PIC 9(8).
           05 PROP-SITUACAO     PIC X(1).
               88 PROP-PENDENTE     VALUE 'P'.
               88 PROP-APROVADA     VALUE 'A'.
               88 PROP-RECUSADA     VALUE 'R'.
               88 PROP-CANCELADA    VALUE 'C'.
           05 PROP-LIMITE-APROVADO PIC 9(6)V99.
           05 PROP-DATA-DECISAO PIC 9(8).
           05 PROP-USUARIO      PIC X(8).

       FD  CARTAO-LIMITES.
       01  LIMITE-REGISTRO.
           05 LIMITE-NUMERO    PIC 9(5).
           05 LIMITE-VALOR     PIC 9(6)V99.

       FD  CARTAO-CADASTRO.
       01  CADASTRO-REGISTRO.
           05 CAD-NUMERO       PIC 9(5).
           05 CAD-NOME         PIC X(20).
           05 CAD-STATUS       PIC X(1).
           05 CAD-TITULAR      PIC 9(5).

       FD  MOVIMENTO-OUTFILE.
       01  MOVIMENTO-REGISTRO.
           05 MOV-OPERACAO      PIC X(1).
           05 MOV-NUMERO        PIC 9(5).
           05 MOV-NOME          PIC X(20).
           05 MOV-STATUS        PIC X(1).
           05 MOV-VALOR-LIMITE  PIC X(8).
           05 MOV-VALOR-LIMITE-9 REDEFINES MOV-VALOR-LIMITE
                                PIC 9(6)V99.
           05 MOV-USUARIO       PIC X(8).
           05 MOV-TITULAR       PIC X(5).
           05 MOV-END-LINHA1    PIC X(30).
           05 MOV-END-LINHA2    PIC X(30).
           05 MOV-END-CIDADE    PIC X(20).
           05 MOV-END-CEP       PIC X(8).

       FD  APROVACAO-OUTFILE.
       01  APROVACAO-SAIDA      PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-APR-STATUS        PIC X(2).
       01  WS-PROP-STATUS       PIC X(2).
       01  WS-LIMITES-STATUS    PIC X(2).
       01  WS-CADASTRO-STATUS   PIC X(2).
       01  WS-MOV-STATUS        PIC X(2).
       01  WS-FIM-LEITURA       PIC X VALUE 'N'.
           88 FIM-LEITURA-SIM       VALUE 'S'.
       01  WS-MOVIMENTO-ABERTO  PIC X VALUE 'N'.
           88 MOVIMENTO-ABERTO      VALUE 'S'.
       01  WS-DATA-HOJE         PIC 9(8) VALUE 0.

       01  WS-RESULTADO         PIC X(9).
       01  WS-MOTIVO-RECUSA     PIC X(20).
       01  WS-LIMITE-APROVADO   PIC 9(6)V99 VALUE 0.

       01  WS-QTD-LIDAS         PIC 9(7) VALUE 0.
       01  WS-QTD-APROVADAS     PIC 9(7) VALUE 0.
       01  WS-QTD-RECUSADAS     PIC 9(7) VALUE 0.
       01  WS-QTD-CANCELADAS    PIC 9(7) VALUE 0.
       01  WS-QTD-REJEITADAS    PIC 9(7) VALUE 0.
       01  WS-LIM-ED            PIC ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT
           PERFORM 2000-LER-DECISAO THRU 2000-EXIT
               UNTIL FIM-LEITURA-SIM
           PERFORM 9000-FINALIZAR THRU 9000-EXIT
           STOP RUN.

      *    Sem decisoes do comite o programa so registra que nao
      *    houve nada; sem propostas ou sem o master de limites nao
      *    ha como aplicar decisao nenhuma.
       1000-INICIALIZAR.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           OPEN OUTPUT APROVACAO-OUTFILE
           MOVE SPACES TO APROVACAO-SAIDA
           STRING 'APROVACAO DE LIMITES ' WS-DATA-HOJE
               DELIMITED BY SIZE INTO APROVACAO-SAIDA
           WRITE APROVACAO-SAIDA
           OPEN INPUT APROVACAO-INFILE
           IF WS-APR-STATUS NOT = '00'
               MOVE 'S' TO WS-FIM-LEITURA
               MOVE 'SEM DECISOES DO COMITE' TO APROVACAO-SAIDA
               WRITE APROVACAO-SAIDA
               GO TO 1000-EXIT
           END-IF
           OPEN I-O CARTAO-PROPOSTAS
           IF WS-PROP-STATUS NOT = '00'
               DISPLAY 'CARTAO-APROVACAO: ERRO ' WS-PROP-STATUS
                   ' AO ABRIR CARTAO-PROPOSTAS - EXECUCAO ABORTADA'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CARTAO-LIMITES
           IF WS-LIMITES-STATUS NOT = '00'
               DISPLAY 'CARTAO-APROVACAO: ERRO ' WS-LIMITES-STATUS
                   ' AO ABRIR CARTAO-LIMITES - EXECUCAO ABORTADA'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CARTAO-CADASTRO
           IF WS-CADASTRO-STATUS NOT = '00'
               DISPLAY 'CARTAO-APROVACAO: ERRO ' WS-CADASTRO-STATUS
                   ' AO ABRIR CARTAO-CADASTRO - EXECUCAO ABORTADA'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
       1000-EXIT.
           EXIT.

       2000-LER-DECISAO.
           READ APROVACAO-INFILE
               AT END
                   MOVE 'S' TO WS-FIM-LEITURA
                   GO TO 2000-EXIT
           END-READ
           ADD 1 TO WS-QTD-LIDAS
           MOVE 'APLICADO' TO WS-RESULTADO
           MOVE SPACES TO WS-MOTIVO-RECUSA
           PERFORM 2100-VALIDAR-DECISAO THRU 2100-EXIT
           IF WS-RESULTADO = 'APLICADO'
               IF APR-DECISAO = 'A'
                   PERFORM 2200-APROVAR-PROPOSTA THRU 2200-EXIT
               ELSE
                   PERFORM 2300-RECUSAR-PROPOSTA THRU 2300-EXIT
               END-IF
           ELSE
               ADD 1 TO WS-QTD-REJEITADAS
           END-IF
           PERFORM 2500-GRAVAR-DETALHE THRU 2500-EXIT
       2000-EXIT.
           EXIT.

      *    A decisao precisa apontar uma proposta pendente e trazer
      *    quem decidiu; limite informado na aprovacao precisa ser
      *    numerico e maior que zero.
       2100-VALIDAR-DECISAO.
           IF APR-DECISAO NOT = 'A' AND APR-DECISAO NOT = 'R'
               MOVE 'RECUSADO' TO WS-RESULTADO
               MOVE 'DECISAO INVALIDA' TO WS-MOTIVO-RECUSA
               GO TO 2100-EXIT
           END-IF
           IF APR-USUARIO = SPACES
               MOVE 'RECUSADO' TO WS-RESULTADO
               MOVE 'USUARIO EM BRANCO' TO WS-MOTIVO-RECUSA
               GO TO 2100-EXIT
           END-IF
           IF APR-COMPETENCIA NOT NUMERIC OR APR-CONTA NOT NUMERIC
               MOVE 'RECUSADO' TO WS-RESULTADO
               MOVE 'PROPOSTA INEXISTENTE' TO WS-MOTIVO-RECUSA
               GO TO 2100-EXIT
           END-IF
           MOVE APR-COMPETENCIA TO PROP-COMPETENCIA
           MOVE APR-CONTA TO PROP-CONTA
           READ CARTAO-PROPOSTAS
               INVALID KEY
                   MOVE 'RECUSADO' TO WS-RESULTADO
                   MOVE 'PROPOSTA INEXISTENTE' TO WS-MOTIVO-RECUSA
                   GO TO 2100-EXIT
           END-READ
           IF NOT PROP-PENDENTE
               MOVE 'RECUSADO' TO WS-RESULTADO
               MOVE 'PROPOSTA JA DECIDIDA' TO WS-MOTIVO-RECUSA
               GO TO 2100-EXIT
           END-IF
           MOVE PROP-LIMITE-NOVO TO WS-LIMITE-APROVADO
           IF APR-DECISAO = 'A' AND APR-LIMITE NOT = SPACES
               IF APR-LIMITE NOT NUMERIC OR APR-LIMITE-9 = 0
                   MOVE 'RECUSADO' TO WS-RESULTADO
                   MOVE 'LIMITE NAO NUMERICO' TO WS-MOTIVO-RECUSA
                   GO TO 2100-EXIT
               END-IF
               MOVE APR-LIMITE-9 TO WS-LIMITE-APROVADO
           END-IF
       2100-EXIT.
           EXIT.

      *    O movimento so e gerado se o limite vigente ainda e o que
      *    a revisao avaliou e a conta continua ativa; senao a
      *    proposta e cancelada com o motivo no relatorio.
       2200-APROVAR-PROPOSTA.
           MOVE PROP-CONTA TO LIMITE-NUMERO
           READ CARTAO-LIMITES
               INVALID KEY
                   MOVE 0 TO LIMITE-VALOR
           END-READ
           IF LIMITE-VALOR NOT = PROP-LIMITE-ATUAL
               MOVE 'LIMITE MUDOU' TO WS-MOTIVO-RECUSA
               PERFORM 2400-CANCELAR-PROPOSTA THRU 2400-EXIT
               GO TO 2200-EXIT
           END-IF
           MOVE PROP-CONTA TO CAD-NUMERO
           READ CARTAO-CADASTRO
               INVALID KEY
                   MOVE SPACE TO CAD-STATUS
           END-READ
           IF CAD-STATUS NOT = 'A'
               MOVE 'CONTA NAO ATIVA' TO WS-MOTIVO-RECUSA
               PERFORM 2400-CANCELAR-PROPOSTA THRU 2400-EXIT
               GO TO 2200-EXIT
           END-IF
           IF NOT MOVIMENTO-ABERTO
               OPEN EXTEND MOVIMENTO-OUTFILE
               IF WS-MOV-STATUS = '35'
                   OPEN OUTPUT MOVIMENTO-OUTFILE
               END-IF
               MOVE 'S' TO WS-MOVIMENTO-ABERTO
           END-IF
           MOVE SPACES TO MOVIMENTO-REGISTRO
           MOVE 'A' TO MOV-OPERACAO
           MOVE PROP-CONTA TO MOV-NUMERO
           MOVE WS-LIMITE-APROVADO TO MOV-VALOR-LIMITE-9
           MOVE 'REVISAO' TO MOV-USUARIO
           WRITE MOVIMENTO-REGISTRO
           MOVE 'A' TO PROP-SITUACAO
           MOVE WS-LIMITE-APROVADO TO PROP-LIMITE-APROVADO
           MOVE WS-DATA-HOJE TO PROP-DATA-DECISAO
           MOVE APR-USUARIO TO PROP-USUARIO
           REWRITE PROP-REGISTRO
           ADD 1 TO WS-QTD-APROVADAS
       2200-EXIT.
           EXIT.

       2300-RECUSAR-PROPOSTA.
           MOVE 'R' TO PROP-SITUACAO
           MOVE 0 TO PROP-LIMITE-APROVADO
           MOVE WS-DATA-HOJE TO PROP-DATA-DECISAO
           MOVE APR-USUARIO TO PROP-USUARIO
           REWRITE PROP-REGISTRO
           MOVE 'NEGADO' TO WS-RESULTADO
           ADD 1 TO WS-QTD-RECUSADAS
       2300-EXIT.
           EXIT.

       2400-CANCELAR-PROPOSTA.
           MOVE 'C' TO PROP-SITUACAO
           MOVE 0 TO PROP-LIMITE-APROVADO
           MOVE WS-DATA-HOJE TO PROP-DATA-DECISAO
           MOVE APR-USUARIO TO PROP-USUARIO
           REWRITE PROP-REGISTRO
           MOVE 'CANCELADO' TO WS-RESULTADO
           ADD 1 TO WS-QTD-CANCELADAS
       2400-EXIT.
           EXIT.

       2500-GRAVAR-DETALHE.
           MOVE WS-LIMITE-APROVADO TO WS-LIM-ED
           MOVE SPACES TO APROVACAO-SAIDA
           IF WS-RESULTADO = 'APLICADO'
               STRING '  COMPETENCIA=' APR-COMPETENCIA
                   ' CONTA=' APR-CONTA
                   ' APROVADO LIMITE=' WS-LIM-ED
                   ' USUARIO=' APR-USUARIO
                   DELIMITED BY SIZE INTO APROVACAO-SAIDA
           ELSE
               STRING '  COMPETENCIA=' APR-COMPETENCIA
                   ' CONTA=' APR-CONTA
                   ' ' WS-RESULTADO
                   ' ' WS-MOTIVO-RECUSA
                   ' USUARIO=' APR-USUARIO
                   DELIMITED BY SIZE INTO APROVACAO-SAIDA
           END-IF
           WRITE APROVACAO-SAIDA
       2500-EXIT.
           EXIT.

       9000-FINALIZAR.
           MOVE SPACES TO APROVACAO-SAIDA
           STRING 'TRAILER1' ' '
               'LIDAS=' WS-QTD-LIDAS ' '
               'APROVADAS=' WS-QTD-APROVADAS ' '
               'NEGADAS=' WS-QTD-RECUSADAS
               DELIMITED BY SIZE INTO APROVACAO-SAIDA
               ON OVERFLOW
                   DISPLAY 'CARTAO-APROVACAO: TRAILER EXCEDEU O '
                       'TAMANHO DO REGISTRO - EXECUCAO ABORTADA'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-STRING
           WRITE APROVACAO-SAIDA
           MOVE SPACES TO APROVACAO-SAIDA
           STRING 'TRAILER2' ' '
               'CANCELADAS=' WS-QTD-CANCELADAS ' '
               'REJEITADAS=' WS-QTD-REJEITADAS
               DELIMITED BY SIZE INTO APROVACAO-SAIDA
               ON OVERFLOW
                   DISPLAY 'CARTAO-APROVACAO: TRAILER EXCEDEU O '
                       'TAMANHO DO REGISTRO - EXECUCAO ABORTADA'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-STRING
           WRITE APROVACAO-SAIDA
           IF WS-QTD-REJEITADAS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-APR-STATUS = '00' OR WS-APR-STATUS = '10'
               CLOSE APROVACAO-INFILE
               CLOSE CARTAO-PROPOSTAS
               CLOSE CARTAO-LIMITES
               CLOSE CARTAO-CADASTRO
           END-IF
           IF MOVIMENTO-ABERTO
               CLOSE MOVIMENTO-OUTFILE
           END-IF
           CLOSE APROVACAO-OUTFILE
       9000-EXIT.
           EXIT.

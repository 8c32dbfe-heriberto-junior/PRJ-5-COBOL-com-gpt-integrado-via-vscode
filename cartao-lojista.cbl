      *    gravando em LOJISTA-OUTFILE uma linha de auditoria para
      *    todo movimento aplicado ou recusado - mesmo molde da
      *    manutencao dos masters de cartao (CARTAO-MANUTENCAO).
      *    Como la, toda mudanca no master deixa a imagem antes e
      *    depois do registro em cartoes.historico, para
      *    CARTAO-HISTORICO remontar o lojista numa data.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE DYNAMIC
               RECORD KEY IS LOJ-NUMERO
               FILE STATUS IS WS-LOJISTAS-STATUS.
           SELECT HISTORICO-OUTFILE ASSIGN TO 'cartoes.historico'
               FILE STATUS IS WS-HIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 LOJ-NOME         PIC X(20).
           05 LOJ-CONTA        PIC X(10).

      *    Historico permanente dos masters, no layout de
      *    CARTAO-MANUTENCAO; aqui HIST-ARQUIVO e sempre 'J'.
       FD  HISTORICO-OUTFILE.
       01  HIST-REGISTRO.
           05 HIST-DATA        PIC 9(8).
           05 HIST-HORA        PIC 9(8).
           05 HIST-ARQUIVO     PIC X(1).
           05 HIST-CHAVE       PIC 9(5).
           05 HIST-OPERACAO    PIC X(1).
           05 HIST-USUARIO     PIC X(8).
           05 HIST-PROGRAMA    PIC X(20).
           05 HIST-ANTES       PIC X(93).
           05 HIST-DEPOIS      PIC X(93).

       WORKING-STORAGE SECTION.
       01  FIM-ARQUIVO         PIC X VALUE 'N'.
           88 FIM-ARQUIVO-SIM      VALUE 'S'.
       01  WS-LOJISTAS-STATUS  PIC X(2).
       01  WS-HIST-STATUS      PIC X(2).
       01  WS-DATA-HOJE        PIC 9(8) VALUE 0.
       01  WS-HORA-AGORA       PIC 9(8) VALUE 0.
       01  WS-HIST-OPERACAO    PIC X(1).
       01  WS-HIST-ANTES       PIC X(93).
       01  WS-HIST-DEPOIS      PIC X(93).
       01  WS-RESULTADO        PIC X(8).
       01  WS-MOTIVO-RECUSA    PIC X(25).

           STOP RUN.

       1000-INICIALIZAR.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           OPEN INPUT MOVIMENTO-INFILE
           OPEN OUTPUT LOJISTA-OUTFILE
           PERFORM 1100-ABRIR-MASTER THRU 1100-EXIT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND HISTORICO-OUTFILE
           IF WS-HIST-STATUS = '35'
               OPEN OUTPUT HISTORICO-OUTFILE
           END-IF
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY 'CARTAO-LOJISTA: ERRO ' WS-HIST-STATUS
                   ' AO ABRIR CARTAO-HISTORICO - EXECUCAO ABORTADA'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
       1100-EXIT.
           EXIT.

               MOVE MOVL-NOME TO LOJ-NOME
               MOVE MOVL-CONTA TO LOJ-CONTA
               WRITE LOJ-REGISTRO
               MOVE 'I' TO WS-HIST-OPERACAO
               MOVE SPACES TO WS-HIST-ANTES
               MOVE LOJ-REGISTRO TO WS-HIST-DEPOIS
               PERFORM 2950-GRAVAR-HISTORICO THRU 2950-EXIT
           END-IF
       2100-EXIT.
           EXIT.
                   MOVE 'LOJISTA NAO CADASTRADO' TO WS-MOTIVO-RECUSA
           END-READ
           IF WS-RESULTADO = 'APLICADO'
               MOVE LOJ-REGISTRO TO WS-HIST-ANTES
               IF MOVL-NOME NOT = SPACES
                   MOVE MOVL-NOME TO LOJ-NOME
               END-IF
                   MOVE MOVL-CONTA TO LOJ-CONTA
               END-IF
               REWRITE LOJ-REGISTRO
               MOVE 'A' TO WS-HIST-OPERACAO
               MOVE LOJ-REGISTRO TO WS-HIST-DEPOIS
               PERFORM 2950-GRAVAR-HISTORICO THRU 2950-EXIT
           END-IF
       2200-EXIT.
           EXIT.

      *    O registro e lido antes de excluido, para a imagem do
      *    historico.
       2400-EXCLUIR-LOJISTA.
           MOVE MOVL-NUMERO TO LOJ-NUMERO
           READ CARTAO-LOJISTAS
               INVALID KEY
                   MOVE 'RECUSADO' TO WS-RESULTADO
                   MOVE 'LOJISTA NAO CADASTRADO' TO WS-MOTIVO-RECUSA
                   GO TO 2400-EXIT
           END-READ
           MOVE LOJ-REGISTRO TO WS-HIST-ANTES
           DELETE CARTAO-LOJISTAS
               INVALID KEY
                   MOVE 'RECUSADO' TO WS-RESULTADO
                   MOVE 'LOJISTA NAO CADASTRADO' TO WS-MOTIVO-RECUSA
                   GO TO 2400-EXIT
           END-DELETE
           MOVE 'D' TO WS-HIST-OPERACAO
           MOVE SPACES TO WS-HIST-DEPOIS
           PERFORM 2950-GRAVAR-HISTORICO THRU 2950-EXIT
       2400-EXIT.
           EXIT.

       2900-EXIT.
           EXIT.

      *    Uma linha de cartoes.historico para o lojista do
      *    movimento; alteracao que nao mudou nada nao entra.
       2950-GRAVAR-HISTORICO.
           IF WS-HIST-OPERACAO = 'A'
               AND WS-HIST-ANTES = WS-HIST-DEPOIS
               GO TO 2950-EXIT
           END-IF
           ACCEPT WS-HORA-AGORA FROM TIME
           MOVE WS-DATA-HOJE TO HIST-DATA
           MOVE WS-HORA-AGORA TO HIST-HORA
           MOVE 'J' TO HIST-ARQUIVO
           MOVE MOVL-NUMERO TO HIST-CHAVE
           MOVE WS-HIST-OPERACAO TO HIST-OPERACAO
           MOVE MOVL-USUARIO TO HIST-USUARIO
           MOVE 'CARTAO-LOJISTA' TO HIST-PROGRAMA
           MOVE WS-HIST-ANTES TO HIST-ANTES
           MOVE WS-HIST-DEPOIS TO HIST-DEPOIS
           WRITE HIST-REGISTRO
       2950-EXIT.
           EXIT.

       9000-FINALIZAR.
           PERFORM 9100-GRAVAR-TRAILER THRU 9100-EXIT
           CLOSE MOVIMENTO-INFILE
           CLOSE CARTAO-LOJISTAS
           CLOSE HISTORICO-OUTFILE
           CLOSE LOJISTA-OUTFILE
       9000-EXIT.
           EXIT.

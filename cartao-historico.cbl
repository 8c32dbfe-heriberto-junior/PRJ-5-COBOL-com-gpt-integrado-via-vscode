       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARTAO-HISTORICO.

      *    Consulta ao historico permanente dos masters
      *    (cartoes.historico, gravado por CARTAO-MANUTENCAO e
      *    CARTAO-LOJISTA): remonta o registro de um cartao -
      *    cadastro, limite, endereco e grupo de faturamento - ou
      *    de um lojista como estava no fim de um dia, e lista as
      *    mudancas ate la com usuario e programa de origem.
      *    Responde a pergunta da contestacao e da auditoria: qual
      *    era o limite e o status da conta no dia daquela
      *    transacao.
      *
      *    Parametros na linha de comando: tipo ('C' cartao ou 'J'
      *    lojista), numero e, opcionalmente, a data AAAAMMDD (sem
      *    ela, hoje). Relatorio em historico.txt.
      *
      *    Para cada master, a imagem na data e a imagem depois da
      *    ultima mudanca ate a data; sem mudanca ate la, a imagem
      *    antes da primeira mudanca posterior (o registro ja
      *    existia antes de o historico comecar); sem mudanca
      *    nenhuma, o registro atual do master, que entao nunca
      *    mudou. Exclusao ate a data, ou inclusao depois dela,
      *    significa que o registro nao existia na data.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *    Valores monetarios em reais com centavos; a virgula e o
      *    separador decimal nas mascaras de edicao.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORICO-INFILE ASSIGN TO 'cartoes.historico'
               FILE STATUS IS WS-HIST-STATUS.
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
           SELECT CARTAO-ENDERECOS ASSIGN TO 'cartoes.enderecos'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS END-NUMERO
               FILE STATUS IS WS-ENDERECOS-STATUS.
           SELECT CARTAO-LOJISTAS ASSIGN TO 'cartoes.lojistas'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS LOJ-NUMERO
               FILE STATUS IS WS-LOJISTAS-STATUS.
           SELECT CARTAO-GRUPOS ASSIGN TO 'cartoes.grupos'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS GRUPO-CONTA
               FILE STATUS IS WS-GRUPOS-STATUS.
           SELECT HISTORICO-OUTFILE ASSIGN TO 'historico.txt'.

       DATA DIVISION.
       FILE SECTION.
      *    Historico permanente dos masters, no layout de
      *    CARTAO-MANUTENCAO.
       FD  HISTORICO-INFILE.
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

       FD  CARTAO-ENDERECOS.
       01  ENDERECO-REGISTRO.
           05 END-NUMERO       PIC 9(5).
           05 END-LINHA1       PIC X(30).
           05 END-LINHA2       PIC X(30).
           05 END-CIDADE       PIC X(20).
           05 END-CEP          PIC X(8).

       FD  CARTAO-LOJISTAS.
       01  LOJ-REGISTRO.
           05 LOJ-NUMERO       PIC 9(4).
           05 LOJ-NOME         PIC X(20).
           05 LOJ-CONTA        PIC X(10).

       FD  CARTAO-GRUPOS.
       01  GRUPO-REGISTRO.
           05 GRUPO-CONTA      PIC 9(5).
           05 GRUPO-CODIGO     PIC 9(2).
           05 GRUPO-DATA       PIC 9(8).

       FD  HISTORICO-OUTFILE.
       01  HISTORICO-REGISTRO  PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-HIST-STATUS      PIC X(2).
       01  WS-LIMITES-STATUS   PIC X(2).
       01  WS-CADASTRO-STATUS  PIC X(2).
       01  WS-ENDERECOS-STATUS PIC X(2).
       01  WS-LOJISTAS-STATUS  PIC X(2).
       01  WS-GRUPOS-STATUS    PIC X(2).
       01  WS-FIM-LEITURA      PIC X VALUE 'N'.
           88 FIM-LEITURA-SIM      VALUE 'S'.

      *    Linha de comando: tipo, numero (alinhado a direita e
      *    completado com zeros, para aceitar o codigo de lojista de
      *    quatro digitos) e data.
       01  WS-PARM-ENTRADA     PIC X(80) VALUE SPACES.
       01  WS-PARM-TIPO        PIC X(1) VALUE SPACE.
           88 CONSULTA-CARTAO      VALUE 'C'.
           88 CONSULTA-LOJISTA     VALUE 'J'.
       01  WS-PARM-CHAVE       PIC X(5) JUSTIFIED RIGHT VALUE SPACES.
       01  WS-PARM-CHAVE-9 REDEFINES WS-PARM-CHAVE PIC 9(5).
       01  WS-PARM-DATA        PIC X(8) VALUE SPACES.
       01  WS-PARM-DATA-9 REDEFINES WS-PARM-DATA PIC 9(8).
       01  WS-CHAVE            PIC 9(5) VALUE 0.
       01  WS-DATA-POSICAO     PIC 9(8) VALUE 0.

      *    Um elemento por master consultado: 1 cadastro, 2 limite,
      *    3 endereco, 4 lojista, 5 grupo de faturamento. ULT-* e a
      *    ultima mudanca ate a data; PRIM-* e a primeira depois
      *    dela.
       01  WS-IDX              PIC 9(1) VALUE 0.
       01  WS-TABELA-IMAGENS.
           05 WS-IMAGEM OCCURS 5.
              10 WS-TEM-ULTIMA    PIC X(1).
              10 WS-ULT-OPERACAO  PIC X(1).
              10 WS-ULT-DEPOIS    PIC X(93).
              10 WS-TEM-PRIMEIRA  PIC X(1).
              10 WS-PRIM-OPERACAO PIC X(1).
              10 WS-PRIM-ANTES    PIC X(93).

      *    Imagem remontada de cada master, nos layouts dos FDs.
       01  WS-IMAGEM-TRAB      PIC X(93).
       01  WS-EXISTE           PIC X(1).
           88 REGISTRO-EXISTE      VALUE 'S'.
       01  WS-ORIGEM           PIC X(12).
       01  WS-IMG-CADASTRO.
           05 WS-IMG-CAD-NUMERO    PIC 9(5).
           05 WS-IMG-CAD-NOME      PIC X(20).
           05 WS-IMG-CAD-STATUS    PIC X(1).
           05 WS-IMG-CAD-TITULAR   PIC X(5).
           05 FILLER               PIC X(62).
       01  WS-IMG-LIMITE.
           05 WS-IMG-LIM-NUMERO    PIC 9(5).
           05 WS-IMG-LIM-VALOR     PIC 9(6)V99.
           05 FILLER               PIC X(80).
       01  WS-IMG-ENDERECO.
           05 WS-IMG-END-NUMERO    PIC 9(5).
           05 WS-IMG-END-LINHA1    PIC X(30).
           05 WS-IMG-END-LINHA2    PIC X(30).
           05 WS-IMG-END-CIDADE    PIC X(20).
           05 WS-IMG-END-CEP       PIC X(8).
       01  WS-IMG-LOJISTA.
           05 WS-IMG-LOJ-NUMERO    PIC 9(4).
           05 WS-IMG-LOJ-NOME      PIC X(20).
           05 WS-IMG-LOJ-CONTA     PIC X(10).
           05 FILLER               PIC X(59).
       01  WS-IMG-GRUPO.
           05 WS-IMG-GRP-CONTA     PIC 9(5).
           05 WS-IMG-GRP-CODIGO    PIC X(2).
           05 WS-IMG-GRP-DATA      PIC X(8).
           05 FILLER               PIC X(78).

       01  WS-ARQUIVO-ED       PIC X(9).
       01  WS-OPERACAO-ED      PIC X(9).
       01  WS-LIM-ED           PIC ZZZ.ZZ9,99.
       01  WS-QTD-MUDANCAS     PIC 9(7) VALUE 0.
       01  WS-QTD-POSTERIORES  PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT
           PERFORM 2000-LER-HISTORICO THRU 2000-EXIT
           IF CONSULTA-CARTAO
               PERFORM 3000-REMONTAR-CARTAO THRU 3000-EXIT
           ELSE
               PERFORM 4000-REMONTAR-LOJISTA THRU 4000-EXIT
           END-IF
           PERFORM 9000-FINALIZAR THRU 9000-EXIT
           STOP RUN.

       1000-INICIALIZAR.
           ACCEPT WS-DATA-POSICAO FROM DATE YYYYMMDD
           ACCEPT WS-PARM-ENTRADA FROM COMMAND-LINE
           UNSTRING WS-PARM-ENTRADA DELIMITED BY ALL SPACE
               INTO WS-PARM-TIPO WS-PARM-CHAVE WS-PARM-DATA
           INSPECT WS-PARM-CHAVE REPLACING LEADING SPACE BY '0'
           IF (NOT CONSULTA-CARTAO AND NOT CONSULTA-LOJISTA)
               OR WS-PARM-CHAVE NOT NUMERIC
               OR WS-PARM-CHAVE-9 = 0
               DISPLAY 'CARTAO-HISTORICO: PARAMETRO INVALIDO '
                   WS-PARM-TIPO ' ' WS-PARM-CHAVE
                   ' - ESPERADO C NNNNN OU J NNNN [AAAAMMDD]'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-PARM-CHAVE-9 TO WS-CHAVE
           IF WS-PARM-DATA NOT = SPACES
               IF WS-PARM-DATA NUMERIC
                   MOVE WS-PARM-DATA-9 TO WS-DATA-POSICAO
               ELSE
                   DISPLAY 'CARTAO-HISTORICO: PARAMETRO INVALIDO '
                       WS-PARM-DATA ' - ESPERADO AAAAMMDD'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           MOVE 1 TO WS-IDX
           PERFORM 1100-LIMPAR-IMAGEM THRU 1100-EXIT
               UNTIL WS-IDX > 5
           OPEN OUTPUT HISTORICO-OUTFILE
           MOVE SPACES TO HISTORICO-REGISTRO
           IF CONSULTA-CARTAO
               STRING 'HISTORICO CARTAO=' WS-CHAVE
                   ' POSICAO NO FIM DE ' WS-DATA-POSICAO
                   DELIMITED BY SIZE INTO HISTORICO-REGISTRO
           ELSE
               STRING 'HISTORICO LOJISTA=' WS-CHAVE (2: 4)
                   ' POSICAO NO FIM DE ' WS-DATA-POSICAO
                   DELIMITED BY SIZE INTO HISTORICO-REGISTRO
           END-IF
           WRITE HISTORICO-REGISTRO
           MOVE 'MUDANCAS ATE A DATA:' TO HISTORICO-REGISTRO
           WRITE HISTORICO-REGISTRO
       1000-EXIT.
           EXIT.

       1100-LIMPAR-IMAGEM.
           MOVE 'N' TO WS-TEM-ULTIMA (WS-IDX)
           MOVE 'N' TO WS-TEM-PRIMEIRA (WS-IDX)
           MOVE SPACE TO WS-ULT-OPERACAO (WS-IDX)
           MOVE SPACE TO WS-PRIM-OPERACAO (WS-IDX)
           MOVE SPACES TO WS-ULT-DEPOIS (WS-IDX)
           MOVE SPACES TO WS-PRIM-ANTES (WS-IDX)
           ADD 1 TO WS-IDX
       1100-EXIT.
           EXIT.

      *    Uma passagem pelo historico, que esta em ordem
      *    cronologica (so cresce, por extensao). Historico ausente e
      *    nenhuma mudanca registrada ainda: vale o master atual.
       2000-LER-HISTORICO.
           OPEN INPUT HISTORICO-INFILE
           IF WS-HIST-STATUS NOT = '00'
               GO TO 2000-EXIT
           END-IF
           MOVE 'N' TO WS-FIM-LEITURA
           PERFORM 2100-LER-MUDANCA THRU 2100-EXIT
               UNTIL FIM-LEITURA-SIM
           CLOSE HISTORICO-INFILE
       2000-EXIT.
           EXIT.

       2100-LER-MUDANCA.
           READ HISTORICO-INFILE
               AT END
                   MOVE 'S' TO WS-FIM-LEITURA
                   GO TO 2100-EXIT
           END-READ
           IF HIST-CHAVE NOT = WS-CHAVE
               GO TO 2100-EXIT
           END-IF
           MOVE 0 TO WS-IDX
           IF CONSULTA-CARTAO
               EVALUATE HIST-ARQUIVO
                   WHEN 'C'
                       MOVE 1 TO WS-IDX
                   WHEN 'L'
                       MOVE 2 TO WS-IDX
                   WHEN 'E'
                       MOVE 3 TO WS-IDX
                   WHEN 'G'
                       MOVE 5 TO WS-IDX
               END-EVALUATE
           ELSE
               IF HIST-ARQUIVO = 'J'
                   MOVE 4 TO WS-IDX
               END-IF
           END-IF
           IF WS-IDX = 0
               GO TO 2100-EXIT
           END-IF
           IF HIST-DATA NOT > WS-DATA-POSICAO
               MOVE 'S' TO WS-TEM-ULTIMA (WS-IDX)
               MOVE HIST-OPERACAO TO WS-ULT-OPERACAO (WS-IDX)
               MOVE HIST-DEPOIS TO WS-ULT-DEPOIS (WS-IDX)
               ADD 1 TO WS-QTD-MUDANCAS
               PERFORM 2200-LISTAR-MUDANCA THRU 2200-EXIT
           ELSE
               ADD 1 TO WS-QTD-POSTERIORES
               IF WS-TEM-PRIMEIRA (WS-IDX) = 'N'
                   MOVE 'S' TO WS-TEM-PRIMEIRA (WS-IDX)
                   MOVE HIST-OPERACAO TO WS-PRIM-OPERACAO (WS-IDX)
                   MOVE HIST-ANTES TO WS-PRIM-ANTES (WS-IDX)
               END-IF
           END-IF
       2100-EXIT.
           EXIT.

       2200-LISTAR-MUDANCA.
           EVALUATE HIST-ARQUIVO
               WHEN 'C'
                   MOVE 'CADASTRO' TO WS-ARQUIVO-ED
               WHEN 'L'
                   MOVE 'LIMITE' TO WS-ARQUIVO-ED
               WHEN 'E'
                   MOVE 'ENDERECO' TO WS-ARQUIVO-ED
               WHEN 'G'
                   MOVE 'GRUPO' TO WS-ARQUIVO-ED
               WHEN OTHER
                   MOVE 'LOJISTA' TO WS-ARQUIVO-ED
           END-EVALUATE
           EVALUATE HIST-OPERACAO
               WHEN 'I'
                   MOVE 'INCLUSAO' TO WS-OPERACAO-ED
               WHEN 'D'
                   MOVE 'EXCLUSAO' TO WS-OPERACAO-ED
               WHEN OTHER
                   MOVE 'ALTERACAO' TO WS-OPERACAO-ED
           END-EVALUATE
           MOVE SPACES TO HISTORICO-REGISTRO
           STRING '  ' HIST-DATA
               ' ' HIST-HORA (1: 6)
               ' ' WS-ARQUIVO-ED
               WS-OPERACAO-ED
               ' ' HIST-USUARIO
               ' ' HIST-PROGRAMA
               DELIMITED BY SIZE INTO HISTORICO-REGISTRO
           WRITE HISTORICO-REGISTRO
       2200-EXIT.
           EXIT.

      *    Imagem de WS-IDX na data, em WS-IMAGEM-TRAB. Sem mudanca
      *    nenhuma no historico, quem chama le o master atual.
       2500-IMAGEM-NA-DATA.
           MOVE SPACES TO WS-IMAGEM-TRAB
           MOVE 'N' TO WS-EXISTE
           MOVE 'HISTORICO' TO WS-ORIGEM
           IF WS-TEM-ULTIMA (WS-IDX) = 'S'
               IF WS-ULT-OPERACAO (WS-IDX) NOT = 'D'
                   MOVE 'S' TO WS-EXISTE
                   MOVE WS-ULT-DEPOIS (WS-IDX) TO WS-IMAGEM-TRAB
               END-IF
               GO TO 2500-EXIT
           END-IF
           IF WS-TEM-PRIMEIRA (WS-IDX) = 'S'
               IF WS-PRIM-OPERACAO (WS-IDX) NOT = 'I'
                   MOVE 'S' TO WS-EXISTE
                   MOVE WS-PRIM-ANTES (WS-IDX) TO WS-IMAGEM-TRAB
               END-IF
               GO TO 2500-EXIT
           END-IF
           MOVE 'MASTER ATUAL' TO WS-ORIGEM
       2500-EXIT.
           EXIT.

      *    Cartao: cadastro, limite, endereco e grupo de faturamento,
      *    cada um pela sua propria sequencia de mudancas. Conta sem
      *    registro de grupo e do grupo 00.
       3000-REMONTAR-CARTAO.
           PERFORM 9100-GRAVAR-CABECALHO THRU 9100-EXIT
           MOVE 1 TO WS-IDX
           PERFORM 2500-IMAGEM-NA-DATA THRU 2500-EXIT
           IF WS-ORIGEM = 'MASTER ATUAL'
               OPEN INPUT CARTAO-CADASTRO
               IF WS-CADASTRO-STATUS = '00'
                   MOVE WS-CHAVE TO CAD-NUMERO
                   READ CARTAO-CADASTRO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'S' TO WS-EXISTE
                           MOVE CADASTRO-REGISTRO TO WS-IMAGEM-TRAB
                   END-READ
                   CLOSE CARTAO-CADASTRO
               END-IF
           END-IF
           MOVE WS-IMAGEM-TRAB TO WS-IMG-CADASTRO
           MOVE SPACES TO HISTORICO-REGISTRO
           IF REGISTRO-EXISTE
               STRING 'CADASTRO NOME=' WS-IMG-CAD-NOME
                   ' STATUS=' WS-IMG-CAD-STATUS
                   ' TITULAR=' WS-IMG-CAD-TITULAR
                   ' (' WS-ORIGEM ')'
                   DELIMITED BY SIZE INTO HISTORICO-REGISTRO
           ELSE
               STRING 'CADASTRO INEXISTENTE NA DATA'
                   ' (' WS-ORIGEM ')'
                   DELIMITED BY SIZE INTO HISTORICO-REGISTRO
           END-IF
           WRITE HISTORICO-REGISTRO
           MOVE 2 TO WS-IDX
           PERFORM 2500-IMAGEM-NA-DATA THRU 2500-EXIT
           IF WS-ORIGEM = 'MASTER ATUAL'
               OPEN INPUT CARTAO-LIMITES
               IF WS-LIMITES-STATUS = '00'
                   MOVE WS-CHAVE TO LIMITE-NUMERO
                   READ CARTAO-LIMITES
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'S' TO WS-EXISTE
                           MOVE LIMITE-REGISTRO TO WS-IMAGEM-TRAB
                   END-READ
                   CLOSE CARTAO-LIMITES
               END-IF
           END-IF
           MOVE WS-IMAGEM-TRAB TO WS-IMG-LIMITE
           MOVE SPACES TO HISTORICO-REGISTRO
           IF REGISTRO-EXISTE
               MOVE WS-IMG-LIM-VALOR TO WS-LIM-ED
               STRING 'LIMITE VALOR=' WS-LIM-ED
                   ' (' WS-ORIGEM ')'
                   DELIMITED BY SIZE INTO HISTORICO-REGISTRO
           ELSE
               STRING 'LIMITE INEXISTENTE NA DATA'
                   ' (' WS-ORIGEM ')'
                   DELIMITED BY SIZE INTO HISTORICO-REGISTRO
           END-IF
           WRITE HISTORICO-REGISTRO
           MOVE 3 TO WS-IDX
           PERFORM 2500-IMAGEM-NA-DATA THRU 2500-EXIT
           IF WS-ORIGEM = 'MASTER ATUAL'
               OPEN INPUT CARTAO-ENDERECOS
               IF WS-ENDERECOS-STATUS = '00'
                   MOVE WS-CHAVE TO END-NUMERO
                   READ CARTAO-ENDERECOS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'S' TO WS-EXISTE
                           MOVE ENDERECO-REGISTRO TO WS-IMAGEM-TRAB
                   END-READ
                   CLOSE CARTAO-ENDERECOS
               END-IF
           END-IF
           MOVE WS-IMAGEM-TRAB TO WS-IMG-ENDERECO
           MOVE SPACES TO HISTORICO-REGISTRO
           IF REGISTRO-EXISTE
               STRING 'ENDERECO (' WS-ORIGEM ')'
                   DELIMITED BY SIZE INTO HISTORICO-REGISTRO
               WRITE HISTORICO-REGISTRO
               MOVE SPACES TO HISTORICO-REGISTRO
               STRING '  ' WS-IMG-END-LINHA1
                   DELIMITED BY SIZE INTO HISTORICO-REGISTRO
               WRITE HISTORICO-REGISTRO
               MOVE SPACES TO HISTORICO-REGISTRO
               STRING '  ' WS-IMG-END-LINHA2
                   DELIMITED BY SIZE INTO HISTORICO-REGISTRO
               WRITE HISTORICO-REGISTRO
               MOVE SPACES TO HISTORICO-REGISTRO
               STRING '  ' WS-IMG-END-CIDADE
                   ' CEP=' WS-IMG-END-CEP
                   DELIMITED BY SIZE INTO HISTORICO-REGISTRO
           ELSE
               STRING 'ENDERECO INEXISTENTE NA DATA'
                   ' (' WS-ORIGEM ')'
                   DELIMITED BY SIZE INTO HISTORICO-REGISTRO
           END-IF
           WRITE HISTORICO-REGISTRO
           MOVE 5 TO WS-IDX
           PERFORM 2500-IMAGEM-NA-DATA THRU 2500-EXIT
           IF WS-ORIGEM = 'MASTER ATUAL'
               OPEN INPUT CARTAO-GRUPOS
               IF WS-GRUPOS-STATUS = '00'
                   MOVE WS-CHAVE TO GRUPO-CONTA
                   READ CARTAO-GRUPOS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'S' TO WS-EXISTE
                           MOVE GRUPO-REGISTRO TO WS-IMAGEM-TRAB
                   END-READ
                   CLOSE CARTAO-GRUPOS
               END-IF
           END-IF
           MOVE WS-IMAGEM-TRAB TO WS-IMG-GRUPO
           MOVE SPACES TO HISTORICO-REGISTRO
           IF REGISTRO-EXISTE
               STRING 'GRUPO FATURAMENTO=' WS-IMG-GRP-CODIGO
                   ' DESDE=' WS-IMG-GRP-DATA
                   ' (' WS-ORIGEM ')'
                   DELIMITED BY SIZE INTO HISTORICO-REGISTRO
           ELSE
               STRING 'GRUPO FATURAMENTO=00 PADRAO'
                   ' (' WS-ORIGEM ')'
                   DELIMITED BY SIZE INTO HISTORICO-REGISTRO
           END-IF
           WRITE HISTORICO-REGISTRO
       3000-EXIT.
           EXIT.

       4000-REMONTAR-LOJISTA.
           PERFORM 9100-GRAVAR-CABECALHO THRU 9100-EXIT
           MOVE 4 TO WS-IDX
           PERFORM 2500-IMAGEM-NA-DATA THRU 2500-EXIT
           IF WS-ORIGEM = 'MASTER ATUAL'
               OPEN INPUT CARTAO-LOJISTAS
               IF WS-LOJISTAS-STATUS = '00'
                   MOVE WS-CHAVE TO LOJ-NUMERO
                   READ CARTAO-LOJISTAS
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE 'S' TO WS-EXISTE
                           MOVE LOJ-REGISTRO TO WS-IMAGEM-TRAB
                   END-READ
                   CLOSE CARTAO-LOJISTAS
               END-IF
           END-IF
           MOVE WS-IMAGEM-TRAB TO WS-IMG-LOJISTA
           MOVE SPACES TO HISTORICO-REGISTRO
           IF REGISTRO-EXISTE
               STRING 'LOJISTA NOME=' WS-IMG-LOJ-NOME
                   ' CONTA=' WS-IMG-LOJ-CONTA
                   ' (' WS-ORIGEM ')'
                   DELIMITED BY SIZE INTO HISTORICO-REGISTRO
           ELSE
               STRING 'LOJISTA INEXISTENTE NA DATA'
                   ' (' WS-ORIGEM ')'
                   DELIMITED BY SIZE INTO HISTORICO-REGISTRO
           END-IF
           WRITE HISTORICO-REGISTRO
       4000-EXIT.
           EXIT.

       9000-FINALIZAR.
           MOVE SPACES TO HISTORICO-REGISTRO
           STRING 'TRAILER1' ' '
               'MUDANCAS-ATE-A-DATA=' WS-QTD-MUDANCAS ' '
               'POSTERIORES=' WS-QTD-POSTERIORES
               DELIMITED BY SIZE INTO HISTORICO-REGISTRO
               ON OVERFLOW
                   DISPLAY 'CARTAO-HISTORICO: TRAILER EXCEDEU O '
                       'TAMANHO DO REGISTRO - EXECUCAO ABORTADA'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-STRING
           WRITE HISTORICO-REGISTRO
           CLOSE HISTORICO-OUTFILE
       9000-EXIT.
           EXIT.

       9100-GRAVAR-CABECALHO.
           MOVE SPACES TO HISTORICO-REGISTRO
           STRING 'REGISTRO NO FIM DE ' WS-DATA-POSICAO ':'
               DELIMITED BY SIZE INTO HISTORICO-REGISTRO
           WRITE HISTORICO-REGISTRO
       9100-EXIT.
           EXIT.

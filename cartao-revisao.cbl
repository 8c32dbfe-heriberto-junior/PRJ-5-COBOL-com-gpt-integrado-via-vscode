       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARTAO-REVISAO.

      *    Revisao mensal automatica dos limites de credito - ate
      *    aqui o limite so mudava quando alguem digitava um
      *    movimento 'A' para CARTAO-MANUTENCAO, e o bom cliente
      *    nunca ganhava aumento nem o que piorava perdia limite.
      *    Cada conta ativa de cartoes.limites recebe um escore de 0 a
      *    100 (partindo de 50) com o que o sistema ja guarda:
      *      - uso do limite: media do saldo novo dos fechamentos da
      *        janela (cartoes.arquivo) sobre o limite atual; uso
      *        alto soma 15;
      *      - rejeicoes LIMITE CICLO EXCEDIDO da janela
      *        (cartoes.excessos, contadas por CARTAO-BATCH): 5 por
      *        rejeicao, ate 15;
      *      - pagamento: conta fora da ultima cobranca
      *        (cartoes.inadimplencia) e sem falta em cartoes.faltas
      *        soma 10; pagou em atraso tira 10; ficou abaixo do
      *        minimo ou sem pagamento tira 20; cada falta seguida
      *        tira mais 10;
      *      - idade da conta: meses desde o primeiro fechamento
      *        arquivado; a partir da idade minima soma 10, abaixo
      *        dela a conta nao recebe aumento.
      *    Escore no patamar de aumento propoe o limite acrescido do
      *    percentual da politica (com teto); no patamar de reducao,
      *    reduzido do percentual (sem ficar abaixo do piso da
      *    politica nem da exposicao do ciclo aberto, para a reducao
      *    nao jogar a conta no sobrelimite). A politica inteira fica
      *    em cartoes.parmrevisao; sem o arquivo valem os defaults de
      *    WORKING-STORAGE.
      *
      *    Saidas: revisao.txt, o relatorio para o comite de credito,
      *    com os indicadores e o motivo de cada proposta, e
      *    cartoes.propostas, o registro das propostas pendentes de
      *    decisao. A decisao do comite e aplicada por
      *    CARTAO-APROVACAO, que gera os movimentos 'A' para
      *    CARTAO-MANUTENCAO - este programa nao mexe em limite
      *    nenhum. Conta bloqueada, substituida, adicional ou baixada
      *    para prejuizo nao e revisada.
      *
      *    Roda uma vez por mes, depois do fechamento e de
      *    CARTAO-COBRANCA. Parametro opcional AAAAMM: mes de
      *    competencia da revisao (sem ele, o mes corrente). O rerun
      *    da mesma competencia regrava as propostas ainda
      *    pendentes; as ja decididas pelo comite ficam como estao.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *    Valores monetarios em reais com centavos; a virgula e o
      *    separador decimal nas mascaras de edicao.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETROS ASSIGN TO 'cartoes.parmrevisao'
               FILE STATUS IS WS-PARM-STATUS.
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
           SELECT CICLO-ACUMULADO ASSIGN TO 'cartoes.ciclo'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CICLO-NUMERO
               FILE STATUS IS WS-CICLO-STATUS.
           SELECT ARQUIVO-CICLOS ASSIGN TO 'cartoes.arquivo'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS ARQ-CHAVE
               FILE STATUS IS WS-ARQ-STATUS.
           SELECT CARTAO-EXCESSOS ASSIGN TO 'cartoes.excessos'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS EXC-CHAVE
               FILE STATUS IS WS-EXC-STATUS.
           SELECT FALTAS-FILE ASSIGN TO 'cartoes.faltas'
               FILE STATUS IS WS-FALTAS-STATUS.
           SELECT INADIMPLENCIA-INFILE ASSIGN TO
               'cartoes.inadimplencia'
               FILE STATUS IS WS-INAD-STATUS.
           SELECT CARTAO-PREJUIZOS ASSIGN TO 'cartoes.prejuizos'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS PREJ-CONTA
               FILE STATUS IS WS-PREJ-STATUS.
           SELECT CARTAO-SUBSTITUICOES ASSIGN TO
               'cartoes.substituicoes'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS SUBST-ANTIGO
               FILE STATUS IS WS-SUBST-STATUS.
           SELECT CARTAO-PROPOSTAS ASSIGN TO 'cartoes.propostas'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS PROP-CHAVE
               FILE STATUS IS WS-PROP-STATUS.
           SELECT REVISAO-OUTFILE ASSIGN TO 'revisao.txt'.

       DATA DIVISION.
       FILE SECTION.
      *    Registro unico da politica de revisao. Campo zerado ou nao
      *    numerico fica no default de WORKING-STORAGE.
      *      QTD-CICLOS     fechamentos (meses) da janela de analise;
      *      IDADE-MINIMA   meses de conta para poder receber aumento;
      *      USO-ALTO       uso medio do limite, em %, que pontua;
      *      ESCORE-AUMENTO escore a partir do qual propoe aumento;
      *      ESCORE-REDUCAO escore ate o qual propoe reducao;
      *      PCT-AUMENTO    % de aumento proposto;
      *      PCT-REDUCAO    % de reducao proposta;
      *      LIMITE-MAXIMO  teto do limite proposto no aumento;
      *      LIMITE-MINIMO  piso do limite proposto na reducao.
       FD  PARAMETROS.
       01  PARM-REGISTRO.
           05 PARM-QTD-CICLOS      PIC 9(2).
           05 PARM-IDADE-MINIMA    PIC 9(3).
           05 PARM-USO-ALTO        PIC 9(3).
           05 PARM-ESCORE-AUMENTO  PIC 9(3).
           05 PARM-ESCORE-REDUCAO  PIC 9(3).
           05 PARM-PCT-AUMENTO     PIC 9(3).
           05 PARM-PCT-REDUCAO     PIC 9(3).
           05 PARM-LIMITE-MAXIMO   PIC 9(6)V99.
           05 PARM-LIMITE-MINIMO   PIC 9(6)V99.

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

       FD  CICLO-ACUMULADO.
       01  CICLO-REGISTRO.
           05 CICLO-NUMERO     PIC 9(5).
           05 CICLO-VALOR      PIC 9(9)V99.

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

      *    Rejeicoes LIMITE CICLO EXCEDIDO por conta e mes, como
      *    gravadas por CARTAO-BATCH.
       FD  CARTAO-EXCESSOS.
       01  EXC-REGISTRO.
           05 EXC-CHAVE.
              10 EXC-CONTA      PIC 9(5).
              10 EXC-MES        PIC 9(6).
           05 EXC-QTD           PIC 9(5).
           05 EXC-VALOR         PIC 9(9)V99.
           05 EXC-DATA-ULT      PIC 9(8).

       FD  FALTAS-FILE.
       01  FALTA-REGISTRO.
           05 FALTA-NUMERO      PIC 9(5).
           05 FALTA-QTD         PIC 9(3).

      *    Inadimplentes da ultima cobranca, como gravado por
      *    CARTAO-COBRANCA.
       FD  INADIMPLENCIA-INFILE.
       01  INADIMPLENCIA-REGISTRO.
           05 INAD-NUMERO       PIC 9(5).
           05 INAD-CICLO        PIC 9(6).
           05 INAD-SITUACAO     PIC X(16).
           05 INAD-SALDO-DEV    PIC 9(9)V99.
           05 INAD-MINIMO       PIC 9(9)V99.
           05 INAD-PAGO-PRAZO   PIC 9(9)V99.
           05 INAD-PAGO-TOTAL   PIC 9(9)V99.
           05 INAD-EM-ABERTO    PIC 9(9)V99.
           05 INAD-DIAS-ATRASO  PIC 9(5).
           05 INAD-FAIXA        PIC X(8).

      *    Registro das contas baixadas para prejuizo, como em
      *    CARTAO-PREJUIZO; aqui so importa a conta.
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

      *    Registro permanente das substituicoes de cartao, como em
      *    CARTAO-MANUTENCAO: o numero antigo aponta o novo.
       FD  CARTAO-SUBSTITUICOES.
       01  SUBST-REGISTRO.
           05 SUBST-ANTIGO      PIC 9(5).
           05 SUBST-NOVO        PIC 9(5).
           05 SUBST-DATA        PIC 9(8).
           05 SUBST-USUARIO     PIC X(8).

      *    Propostas da revisao, por competencia e conta. Situacao:
      *    'P' pendente de decisao, 'A' aprovada (movimento gerado),
      *    'R' recusada pelo comite, 'C' cancelada (o rerun da
      *    revisao nao a propos de novo, ou o limite mudou antes da
      *    decisao). Decisao, data e usuario vem de CARTAO-APROVACAO.
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

       FD  REVISAO-OUTFILE.
       01  REVISAO-REGISTRO     PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS       PIC X(2).
       01  WS-LIMITES-STATUS    PIC X(2).
       01  WS-CADASTRO-STATUS   PIC X(2).
       01  WS-CICLO-STATUS      PIC X(2).
       01  WS-ARQ-STATUS        PIC X(2).
       01  WS-EXC-STATUS        PIC X(2).
       01  WS-FALTAS-STATUS     PIC X(2).
       01  WS-INAD-STATUS       PIC X(2).
       01  WS-PREJ-STATUS       PIC X(2).
       01  WS-SUBST-STATUS      PIC X(2).
       01  WS-PROP-STATUS       PIC X(2).
       01  WS-FIM-LEITURA       PIC X VALUE 'N'.
           88 FIM-LEITURA-SIM       VALUE 'S'.
       01  WS-CADASTRO-ABERTO   PIC X VALUE 'N'.
           88 CADASTRO-ABERTO       VALUE 'S'.
       01  WS-CICLO-ABERTO      PIC X VALUE 'N'.
           88 CICLO-ABERTO          VALUE 'S'.
       01  WS-DATA-HOJE         PIC 9(8) VALUE 0.

      *    Mes de competencia: o corrente, ou o AAAAMM passado na
      *    linha de comando.
       01  WS-PARM-ENTRADA      PIC X(80) VALUE SPACES.
       01  WS-PARM-COMPETENCIA  PIC X(6) VALUE SPACES.
       01  WS-PARM-COMPETENCIA-9 REDEFINES WS-PARM-COMPETENCIA
                                PIC 9(6).
       01  WS-COMPETENCIA       PIC 9(6) VALUE 0.

      *    Politica default.
       01  WS-QTD-CICLOS        PIC 9(2) VALUE 6.
       01  WS-IDADE-MINIMA      PIC 9(3) VALUE 12.
       01  WS-USO-ALTO          PIC 9(3) VALUE 70.
       01  WS-ESCORE-AUMENTO    PIC 9(3) VALUE 70.
       01  WS-ESCORE-REDUCAO    PIC 9(3) VALUE 30.
       01  WS-PCT-AUMENTO       PIC 9(3) VALUE 20.
       01  WS-PCT-REDUCAO       PIC 9(3) VALUE 30.
       01  WS-LIMITE-MAXIMO     PIC 9(6)V99 VALUE 50000,00.
       01  WS-LIMITE-MINIMO     PIC 9(6)V99 VALUE 300,00.

      *    Meses corridos (ano * 12 + mes) de um AAAAMM, para a
      *    janela e a idade da conta sem calendario.
       01  WS-AAAAMM-TRAB       PIC 9(6) VALUE 0.
       01  FILLER REDEFINES WS-AAAAMM-TRAB.
           05 WS-TRAB-ANO       PIC 9(4).
           05 WS-TRAB-MES       PIC 9(2).
       01  WS-MESES-CALCULADOS  PIC 9(7) VALUE 0.
       01  WS-MESES-COMPETENCIA PIC 9(7) VALUE 0.
       01  WS-MESES-INICIO      PIC 9(7) VALUE 0.

      *    Indicadores por conta, indexados pelo proprio numero
      *    (mesma tecnica de WS-TABELA-VISTOS em CARTAO-BATCH). A
      *    situacao na ultima cobranca: 'N' fora dela, 'A' pagou em
      *    atraso, 'F' abaixo do minimo ou sem pagamento.
       01  WS-TABELA-SOMA-SALDO.
           05 WS-SOMA-SALDO OCCURS 99999 PIC 9(9)V99 COMP VALUE 0.
       01  WS-TABELA-QTD-FECH.
           05 WS-QTD-FECH OCCURS 99999 PIC 9(3) COMP VALUE 0.
       01  WS-TABELA-PRIMEIRO.
           05 WS-PRIMEIRO-CICLO OCCURS 99999 PIC 9(6) COMP VALUE 0.
       01  WS-TABELA-RECUSAS.
           05 WS-RECUSAS OCCURS 99999 PIC 9(5) COMP VALUE 0.
       01  WS-TABELA-FALTAS.
           05 WS-FALTAS-QTD OCCURS 99999 PIC 9(3) COMP VALUE 0.
       01  WS-TABELA-COBRANCA   PIC X(99999) VALUE ALL 'N'.
       01  WS-CONTA-PREJUIZO    PIC X(99999) VALUE ALL 'N'.

      *    Numero novo de cada cartao substituido, indexado pelo
      *    numero antigo: fechamento e rejeicao gravados sob o numero
      *    antigo contam para a conta vigente. O teto de saltos
      *    protege de um registro circular montado a mao.
       01  WS-TABELA-SUBST.
           05 WS-SUBST-NOVO OCCURS 99999 PIC 9(5) COMP VALUE 0.
       01  WS-CONTA-RESOLVIDA   PIC 9(5) VALUE 0.
       01  WS-QTD-SALTOS        PIC 9(3) VALUE 0.

      *    Avaliacao da conta corrente.
       01  WS-CONTA             PIC 9(5) VALUE 0.
       01  WS-LIMITE-ATUAL      PIC 9(6)V99 VALUE 0.
       01  WS-LIMITE-NOVO       PIC 9(6)V99 VALUE 0.
       01  WS-LIMITE-CALC       PIC 9(7) VALUE 0.
       01  WS-PISO              PIC 9(9)V99 VALUE 0.
       01  WS-USO-MEDIO         PIC 9(5) VALUE 0.
       01  WS-IDADE-MESES       PIC 9(5) VALUE 0.
       01  WS-ESCORE-CALC       PIC S9(5) VALUE 0.
       01  WS-ESCORE            PIC 9(3) VALUE 0.
       01  WS-PONTOS-RECUSAS    PIC 9(5) VALUE 0.
       01  WS-SITUACAO-COBRANCA PIC X(8).
       01  WS-ACAO              PIC X(1).
           88 ACAO-AUMENTO          VALUE 'A'.
           88 ACAO-REDUCAO          VALUE 'R'.
           88 ACAO-MANTER           VALUE 'M'.
       01  WS-ACAO-ED           PIC X(7).
       01  WS-CONTA-NOVA        PIC X VALUE 'N'.
           88 CONTA-NOVA            VALUE 'S'.
       01  WS-MOTIVO            PIC X(60).
       01  WS-PTR-MOTIVO        PIC 9(3) COMP VALUE 1.

      *    Totais de controle para o resumo e o trailer.
       01  WS-QTD-AVALIADAS     PIC 9(7) VALUE 0.
       01  WS-QTD-NAO-AVALIADAS PIC 9(7) VALUE 0.
       01  WS-QTD-AUMENTOS      PIC 9(7) VALUE 0.
       01  WS-QTD-REDUCOES      PIC 9(7) VALUE 0.
       01  WS-QTD-MANTIDAS      PIC 9(7) VALUE 0.
       01  WS-QTD-JA-DECIDIDAS  PIC 9(7) VALUE 0.
       01  WS-QTD-CANCELADAS    PIC 9(7) VALUE 0.
       01  WS-VLR-AUMENTOS      PIC 9(9)V99 VALUE 0.
       01  WS-VLR-REDUCOES      PIC 9(9)V99 VALUE 0.
       01  WS-LIM-ED            PIC ZZZ.ZZ9,99.
       01  WS-LIM-ED-2          PIC ZZZ.ZZ9,99.
       01  WS-VLR-ED            PIC ZZZ.ZZZ.ZZ9,99.
       01  WS-RECUSAS-ED        PIC 9(5).
       01  WS-FALTAS-ED         PIC 9(3).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INICIALIZAR THRU 1000-EXIT
           PERFORM 1300-CARREGAR-PREJUIZOS THRU 1300-EXIT
           PERFORM 1500-CARREGAR-SUBSTITUICOES THRU 1500-EXIT
           PERFORM 2000-CARREGAR-FECHAMENTOS THRU 2000-EXIT
           PERFORM 2200-CARREGAR-EXCESSOS THRU 2200-EXIT
           PERFORM 2300-CARREGAR-FALTAS THRU 2300-EXIT
           PERFORM 2400-CARREGAR-COBRANCA THRU 2400-EXIT
           PERFORM 3000-REVISAR-CONTAS THRU 3000-EXIT
           PERFORM 9000-FINALIZAR THRU 9000-EXIT
           STOP RUN.

      *    Sem o master de limites nao ha o que revisar; o registro
      *    de propostas ainda inexistente e criado vazio, e qualquer
      *    outra falha de abertura dele aborta.
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
                   DISPLAY 'CARTAO-REVISAO: PARAMETRO INVALIDO '
                       WS-PARM-COMPETENCIA ' - ESPERADO AAAAMM'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           PERFORM 1100-LER-PARAMETROS THRU 1100-EXIT
           PERFORM 1200-CALCULAR-JANELA THRU 1200-EXIT
           OPEN INPUT CARTAO-LIMITES
           IF WS-LIMITES-STATUS NOT = '00'
               DISPLAY 'CARTAO-REVISAO: CARTAO-LIMITES INDISPONIVEL'
                   ' (STATUS ' WS-LIMITES-STATUS ')'
                   ' - EXECUCAO ABORTADA'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O CARTAO-PROPOSTAS
           IF WS-PROP-STATUS = '35'
               OPEN OUTPUT CARTAO-PROPOSTAS
               CLOSE CARTAO-PROPOSTAS
               OPEN I-O CARTAO-PROPOSTAS
           END-IF
           IF WS-PROP-STATUS NOT = '00'
               DISPLAY 'CARTAO-REVISAO: ERRO ' WS-PROP-STATUS
                   ' AO ABRIR CARTAO-PROPOSTAS - EXECUCAO ABORTADA'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT CARTAO-CADASTRO
           IF WS-CADASTRO-STATUS = '00'
               MOVE 'S' TO WS-CADASTRO-ABERTO
           END-IF
           OPEN INPUT CICLO-ACUMULADO
           IF WS-CICLO-STATUS = '00'
               MOVE 'S' TO WS-CICLO-ABERTO
           END-IF
           OPEN OUTPUT REVISAO-OUTFILE
           MOVE SPACES TO REVISAO-REGISTRO
           STRING 'REVISAO DE LIMITES COMPETENCIA=' WS-COMPETENCIA
               ' CICLOS=' WS-QTD-CICLOS
               ' EMISSAO=' WS-DATA-HOJE
               DELIMITED BY SIZE INTO REVISAO-REGISTRO
           WRITE REVISAO-REGISTRO
           MOVE SPACES TO REVISAO-REGISTRO
           STRING 'POLITICA USO-ALTO=' WS-USO-ALTO
               '% IDADE-MIN=' WS-IDADE-MINIMA
               ' AUMENTO>=' WS-ESCORE-AUMENTO
               ' (+' WS-PCT-AUMENTO '%)'
               ' REDUCAO<=' WS-ESCORE-REDUCAO
               ' (-' WS-PCT-REDUCAO '%)'
               DELIMITED BY SIZE INTO REVISAO-REGISTRO
           WRITE REVISAO-REGISTRO
           MOVE WS-LIMITE-MINIMO TO WS-LIM-ED
           MOVE WS-LIMITE-MAXIMO TO WS-LIM-ED-2
           MOVE SPACES TO REVISAO-REGISTRO
           STRING 'POLITICA PISO=' WS-LIM-ED
               ' TETO=' WS-LIM-ED-2
               DELIMITED BY SIZE INTO REVISAO-REGISTRO
           WRITE REVISAO-REGISTRO
       1000-EXIT.
           EXIT.

       1100-LER-PARAMETROS.
           OPEN INPUT PARAMETROS
           IF WS-PARM-STATUS NOT = '00'
               GO TO 1100-EXIT
           END-IF
           READ PARAMETROS
           IF WS-PARM-STATUS = '00'
               IF PARM-QTD-CICLOS NUMERIC AND PARM-QTD-CICLOS > 0
                   MOVE PARM-QTD-CICLOS TO WS-QTD-CICLOS
               END-IF
               IF PARM-IDADE-MINIMA NUMERIC AND PARM-IDADE-MINIMA > 0
                   MOVE PARM-IDADE-MINIMA TO WS-IDADE-MINIMA
               END-IF
               IF PARM-USO-ALTO NUMERIC AND PARM-USO-ALTO > 0
                   MOVE PARM-USO-ALTO TO WS-USO-ALTO
               END-IF
               IF PARM-ESCORE-AUMENTO NUMERIC
                   AND PARM-ESCORE-AUMENTO > 0
                   MOVE PARM-ESCORE-AUMENTO TO WS-ESCORE-AUMENTO
               END-IF
               IF PARM-ESCORE-REDUCAO NUMERIC
                   AND PARM-ESCORE-REDUCAO > 0
                   MOVE PARM-ESCORE-REDUCAO TO WS-ESCORE-REDUCAO
               END-IF
               IF PARM-PCT-AUMENTO NUMERIC AND PARM-PCT-AUMENTO > 0
                   MOVE PARM-PCT-AUMENTO TO WS-PCT-AUMENTO
               END-IF
               IF PARM-PCT-REDUCAO NUMERIC AND PARM-PCT-REDUCAO > 0
                   AND PARM-PCT-REDUCAO < 100
                   MOVE PARM-PCT-REDUCAO TO WS-PCT-REDUCAO
               END-IF
               IF PARM-LIMITE-MAXIMO NUMERIC
                   AND PARM-LIMITE-MAXIMO > 0
                   MOVE PARM-LIMITE-MAXIMO TO WS-LIMITE-MAXIMO
               END-IF
               IF PARM-LIMITE-MINIMO NUMERIC
                   AND PARM-LIMITE-MINIMO > 0
                   MOVE PARM-LIMITE-MINIMO TO WS-LIMITE-MINIMO
               END-IF
           END-IF
           CLOSE PARAMETROS
       1100-EXIT.
           EXIT.

      *    A janela sao os WS-QTD-CICLOS meses que terminam na
      *    competencia: entra o AAAAMM com meses corridos acima do
      *    inicio e ate a competencia.
       1200-CALCULAR-JANELA.
           MOVE WS-COMPETENCIA TO WS-AAAAMM-TRAB
           PERFORM 7000-CALCULAR-MESES THRU 7000-EXIT
           MOVE WS-MESES-CALCULADOS TO WS-MESES-COMPETENCIA
           SUBTRACT WS-QTD-CICLOS FROM WS-MESES-COMPETENCIA
               GIVING WS-MESES-INICIO
       1200-EXIT.
           EXIT.

      *    Contas baixadas; registro ausente e nenhuma baixa ainda.
       1300-CARREGAR-PREJUIZOS.
           OPEN INPUT CARTAO-PREJUIZOS
           IF WS-PREJ-STATUS NOT = '00'
               GO TO 1300-EXIT
           END-IF
           MOVE 'N' TO WS-FIM-LEITURA
           PERFORM 1310-LER-PREJUIZO THRU 1310-EXIT
               UNTIL FIM-LEITURA-SIM
           CLOSE CARTAO-PREJUIZOS
       1300-EXIT.
           EXIT.

       1310-LER-PREJUIZO.
           READ CARTAO-PREJUIZOS NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-LEITURA
               NOT AT END
                   IF PREJ-CONTA > 0
                       MOVE 'S' TO WS-CONTA-PREJUIZO (PREJ-CONTA: 1)
                   END-IF
           END-READ
       1310-EXIT.
           EXIT.

      *    Registro de substituicoes ausente e instalacao que nunca
      *    trocou um plastico: todo numero e a propria conta.
       1500-CARREGAR-SUBSTITUICOES.
           OPEN INPUT CARTAO-SUBSTITUICOES
           IF WS-SUBST-STATUS NOT = '00'
               GO TO 1500-EXIT
           END-IF
           MOVE 'N' TO WS-FIM-LEITURA
           PERFORM 1510-LER-SUBSTITUICAO THRU 1510-EXIT
               UNTIL FIM-LEITURA-SIM
           CLOSE CARTAO-SUBSTITUICOES
       1500-EXIT.
           EXIT.

       1510-LER-SUBSTITUICAO.
           READ CARTAO-SUBSTITUICOES NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-LEITURA
               NOT AT END
                   IF SUBST-ANTIGO > 0
                       MOVE SUBST-NOVO
                           TO WS-SUBST-NOVO (SUBST-ANTIGO)
                   END-IF
           END-READ
       1510-EXIT.
           EXIT.

      *    Conta vigente do numero em WS-CONTA-RESOLVIDA.
       1600-RESOLVER-CONTA.
           MOVE 0 TO WS-QTD-SALTOS
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

      *    Fechamentos arquivados: o primeiro ciclo de cada conta
      *    (idade) em todo o arquivo, e a soma do saldo novo devedor
      *    dos fechamentos da janela (uso). Fechamento credor entra
      *    na janela com saldo zero - a conta nao usou o limite.
      *    Depois do expurgo (CARTAO-EXPURGO) a idade conta do ciclo
      *    mais antigo ainda retido no arquivo vivo; a retencao
      *    minima de 13 meses mantem a conta antiga acima da idade
      *    minima default de 12.
       2000-CARREGAR-FECHAMENTOS.
           OPEN INPUT ARQUIVO-CICLOS
           IF WS-ARQ-STATUS NOT = '00'
               GO TO 2000-EXIT
           END-IF
           MOVE 'N' TO WS-FIM-LEITURA
           PERFORM 2100-LER-FECHAMENTO THRU 2100-EXIT
               UNTIL FIM-LEITURA-SIM
           CLOSE ARQUIVO-CICLOS
       2000-EXIT.
           EXIT.

       2100-LER-FECHAMENTO.
           READ ARQUIVO-CICLOS NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-LEITURA
               NOT AT END
                   IF ARQ-TIPO-REG = 'S' AND ARQ-NUMERO > 0
                       PERFORM 2150-RETER-FECHAMENTO THRU 2150-EXIT
                   END-IF
           END-READ
       2100-EXIT.
           EXIT.

       2150-RETER-FECHAMENTO.
           MOVE ARQ-NUMERO TO WS-CONTA-RESOLVIDA
           PERFORM 1600-RESOLVER-CONTA THRU 1600-EXIT
           IF WS-PRIMEIRO-CICLO (WS-CONTA-RESOLVIDA) = 0
               OR ARQ-CICLO < WS-PRIMEIRO-CICLO (WS-CONTA-RESOLVIDA)
               MOVE ARQ-CICLO TO WS-PRIMEIRO-CICLO (WS-CONTA-RESOLVIDA)
           END-IF
           MOVE ARQ-CICLO TO WS-AAAAMM-TRAB
           PERFORM 7000-CALCULAR-MESES THRU 7000-EXIT
           IF WS-MESES-CALCULADOS > WS-MESES-INICIO
               AND WS-MESES-CALCULADOS NOT > WS-MESES-COMPETENCIA
               ADD 1 TO WS-QTD-FECH (WS-CONTA-RESOLVIDA)
               IF ARQ-SALDO-NOV-SIN NOT = '-'
                   ADD ARQ-SALDO-NOV
                       TO WS-SOMA-SALDO (WS-CONTA-RESOLVIDA)
               END-IF
           END-IF
       2150-EXIT.
           EXIT.

      *    Rejeicoes por limite do ciclo nos meses da janela; arquivo
      *    ausente e nenhuma rejeicao contada ainda.
       2200-CARREGAR-EXCESSOS.
           OPEN INPUT CARTAO-EXCESSOS
           IF WS-EXC-STATUS NOT = '00'
               GO TO 2200-EXIT
           END-IF
           MOVE 'N' TO WS-FIM-LEITURA
           PERFORM 2210-LER-EXCESSO THRU 2210-EXIT
               UNTIL FIM-LEITURA-SIM
           CLOSE CARTAO-EXCESSOS
       2200-EXIT.
           EXIT.

       2210-LER-EXCESSO.
           READ CARTAO-EXCESSOS NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-LEITURA
               NOT AT END
                   IF EXC-CONTA > 0
                       MOVE EXC-MES TO WS-AAAAMM-TRAB
                       PERFORM 7000-CALCULAR-MESES THRU 7000-EXIT
                       IF WS-MESES-CALCULADOS > WS-MESES-INICIO
                           AND WS-MESES-CALCULADOS
                               NOT > WS-MESES-COMPETENCIA
                           MOVE EXC-CONTA TO WS-CONTA-RESOLVIDA
                           PERFORM 1600-RESOLVER-CONTA THRU 1600-EXIT
                           ADD EXC-QTD
                               TO WS-RECUSAS (WS-CONTA-RESOLVIDA)
                       END-IF
                   END-IF
           END-READ
       2210-EXIT.
           EXIT.

      *    Faltas seguidas do minimo, como mantidas por
      *    CARTAO-COBRANCA.
       2300-CARREGAR-FALTAS.
           OPEN INPUT FALTAS-FILE
           IF WS-FALTAS-STATUS NOT = '00'
               GO TO 2300-EXIT
           END-IF
           MOVE 'N' TO WS-FIM-LEITURA
           PERFORM 2310-LER-FALTA THRU 2310-EXIT
               UNTIL FIM-LEITURA-SIM
           CLOSE FALTAS-FILE
       2300-EXIT.
           EXIT.

       2310-LER-FALTA.
           READ FALTAS-FILE
               AT END
                   MOVE 'S' TO WS-FIM-LEITURA
               NOT AT END
                   IF FALTA-NUMERO > 0
                       MOVE FALTA-QTD
                           TO WS-FALTAS-QTD (FALTA-NUMERO)
                   END-IF
           END-READ
       2310-EXIT.
           EXIT.

      *    Situacao de cada conta na ultima cobranca, se ela caiu na
      *    janela. Quem cobriu o minimo no prazo nao esta no arquivo.
       2400-CARREGAR-COBRANCA.
           OPEN INPUT INADIMPLENCIA-INFILE
           IF WS-INAD-STATUS NOT = '00'
               GO TO 2400-EXIT
           END-IF
           MOVE 'N' TO WS-FIM-LEITURA
           PERFORM 2410-LER-INADIMPLENTE THRU 2410-EXIT
               UNTIL FIM-LEITURA-SIM
           CLOSE INADIMPLENCIA-INFILE
       2400-EXIT.
           EXIT.

       2410-LER-INADIMPLENTE.
           READ INADIMPLENCIA-INFILE
               AT END
                   MOVE 'S' TO WS-FIM-LEITURA
               NOT AT END
                   IF INAD-NUMERO > 0
                       MOVE INAD-CICLO TO WS-AAAAMM-TRAB
                       PERFORM 7000-CALCULAR-MESES THRU 7000-EXIT
                       IF WS-MESES-CALCULADOS > WS-MESES-INICIO
                           IF INAD-SITUACAO = 'PAGO EM ATRASO'
                               MOVE 'A' TO
                                   WS-TABELA-COBRANCA (INAD-NUMERO: 1)
                           ELSE
                               MOVE 'F' TO
                                   WS-TABELA-COBRANCA (INAD-NUMERO: 1)
                           END-IF
                       END-IF
                   END-IF
           END-READ
       2410-EXIT.
           EXIT.

      *    Uma passagem pelo master de limites: cada registro e uma
      *    conta candidata.
       3000-REVISAR-CONTAS.
           MOVE 'N' TO WS-FIM-LEITURA
           PERFORM 3100-LER-LIMITE THRU 3100-EXIT
               UNTIL FIM-LEITURA-SIM
       3000-EXIT.
           EXIT.

       3100-LER-LIMITE.
           READ CARTAO-LIMITES NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-LEITURA
               NOT AT END
                   IF LIMITE-NUMERO > 0
                       PERFORM 3200-AVALIAR-CONTA THRU 3200-EXIT
                   END-IF
           END-READ
       3100-EXIT.
           EXIT.

      *    So a conta titular ativa, com limite, e revisada. Limite
      *    orfao (sem cadastro), cartao adicional, conta bloqueada ou
      *    substituida e conta em prejuizo ficam de fora.
       3200-AVALIAR-CONTA.
           MOVE LIMITE-NUMERO TO WS-CONTA
           MOVE LIMITE-VALOR TO WS-LIMITE-ATUAL
           IF NOT CADASTRO-ABERTO OR WS-LIMITE-ATUAL = 0
               ADD 1 TO WS-QTD-NAO-AVALIADAS
               GO TO 3200-EXIT
           END-IF
           IF WS-CONTA-PREJUIZO (WS-CONTA: 1) = 'S'
               ADD 1 TO WS-QTD-NAO-AVALIADAS
               GO TO 3200-EXIT
           END-IF
           MOVE WS-CONTA TO CAD-NUMERO
           READ CARTAO-CADASTRO
               INVALID KEY
                   ADD 1 TO WS-QTD-NAO-AVALIADAS
                   GO TO 3200-EXIT
           END-READ
           IF CAD-STATUS NOT = 'A'
               OR (CAD-TITULAR NUMERIC AND CAD-TITULAR > 0)
               ADD 1 TO WS-QTD-NAO-AVALIADAS
               GO TO 3200-EXIT
           END-IF
           ADD 1 TO WS-QTD-AVALIADAS
           PERFORM 3300-PONTUAR-CONTA THRU 3300-EXIT
           PERFORM 3400-DECIDIR-PROPOSTA THRU 3400-EXIT
           IF ACAO-MANTER
               ADD 1 TO WS-QTD-MANTIDAS
               PERFORM 3700-CANCELAR-PENDENTE THRU 3700-EXIT
           ELSE
               PERFORM 3500-GRAVAR-PROPOSTA THRU 3500-EXIT
           END-IF
       3200-EXIT.
           EXIT.

      *    Escore de 0 a 100 partindo de 50, e o motivo montado com o
      *    que pesou.
       3300-PONTUAR-CONTA.
           MOVE 50 TO WS-ESCORE-CALC
           MOVE SPACES TO WS-MOTIVO
           MOVE 1 TO WS-PTR-MOTIVO
           MOVE 0 TO WS-USO-MEDIO
           IF WS-QTD-FECH (WS-CONTA) > 0
               COMPUTE WS-USO-MEDIO ROUNDED =
                   WS-SOMA-SALDO (WS-CONTA) * 100
                   / (WS-QTD-FECH (WS-CONTA) * WS-LIMITE-ATUAL)
                   ON SIZE ERROR
                       MOVE 99999 TO WS-USO-MEDIO
               END-COMPUTE
           END-IF
           IF WS-USO-MEDIO NOT < WS-USO-ALTO
               ADD 15 TO WS-ESCORE-CALC
               STRING 'USO ALTO; ' DELIMITED BY SIZE
                   INTO WS-MOTIVO WITH POINTER WS-PTR-MOTIVO
           END-IF
           IF WS-RECUSAS (WS-CONTA) > 0
               COMPUTE WS-PONTOS-RECUSAS = WS-RECUSAS (WS-CONTA) * 5
               IF WS-PONTOS-RECUSAS > 15
                   MOVE 15 TO WS-PONTOS-RECUSAS
               END-IF
               ADD WS-PONTOS-RECUSAS TO WS-ESCORE-CALC
               STRING 'RECUSAS POR LIMITE; ' DELIMITED BY SIZE
                   INTO WS-MOTIVO WITH POINTER WS-PTR-MOTIVO
           END-IF
           EVALUATE TRUE
               WHEN WS-TABELA-COBRANCA (WS-CONTA: 1) = 'F'
                   MOVE 'FALTA' TO WS-SITUACAO-COBRANCA
                   SUBTRACT 20 FROM WS-ESCORE-CALC
                   STRING 'MINIMO NAO PAGO; ' DELIMITED BY SIZE
                       INTO WS-MOTIVO WITH POINTER WS-PTR-MOTIVO
               WHEN WS-TABELA-COBRANCA (WS-CONTA: 1) = 'A'
                   MOVE 'ATRASO' TO WS-SITUACAO-COBRANCA
                   SUBTRACT 10 FROM WS-ESCORE-CALC
                   STRING 'PAGOU EM ATRASO; ' DELIMITED BY SIZE
                       INTO WS-MOTIVO WITH POINTER WS-PTR-MOTIVO
               WHEN WS-FALTAS-QTD (WS-CONTA) = 0
                   MOVE 'EM DIA' TO WS-SITUACAO-COBRANCA
                   ADD 10 TO WS-ESCORE-CALC
                   STRING 'PAGAMENTOS EM DIA; ' DELIMITED BY SIZE
                       INTO WS-MOTIVO WITH POINTER WS-PTR-MOTIVO
               WHEN OTHER
                   MOVE 'EM DIA' TO WS-SITUACAO-COBRANCA
           END-EVALUATE
           IF WS-FALTAS-QTD (WS-CONTA) > 0
               COMPUTE WS-ESCORE-CALC = WS-ESCORE-CALC
                   - (WS-FALTAS-QTD (WS-CONTA) * 10)
               STRING 'FALTAS SEGUIDAS; ' DELIMITED BY SIZE
                   INTO WS-MOTIVO WITH POINTER WS-PTR-MOTIVO
           END-IF
           MOVE 0 TO WS-IDADE-MESES
           IF WS-PRIMEIRO-CICLO (WS-CONTA) > 0
               MOVE WS-PRIMEIRO-CICLO (WS-CONTA) TO WS-AAAAMM-TRAB
               PERFORM 7000-CALCULAR-MESES THRU 7000-EXIT
               IF WS-MESES-COMPETENCIA > WS-MESES-CALCULADOS
                   SUBTRACT WS-MESES-CALCULADOS
                       FROM WS-MESES-COMPETENCIA
                       GIVING WS-IDADE-MESES
               END-IF
           END-IF
           IF WS-IDADE-MESES NOT < WS-IDADE-MINIMA
               MOVE 'N' TO WS-CONTA-NOVA
               ADD 10 TO WS-ESCORE-CALC
           ELSE
               MOVE 'S' TO WS-CONTA-NOVA
               STRING 'CONTA NOVA; ' DELIMITED BY SIZE
                   INTO WS-MOTIVO WITH POINTER WS-PTR-MOTIVO
           END-IF
           IF WS-ESCORE-CALC < 0
               MOVE 0 TO WS-ESCORE-CALC
           END-IF
           IF WS-ESCORE-CALC > 100
               MOVE 100 TO WS-ESCORE-CALC
           END-IF
           MOVE WS-ESCORE-CALC TO WS-ESCORE
       3300-EXIT.
           EXIT.

      *    Aumento arredondado para reais inteiros, com teto; reducao
      *    tambem em reais inteiros, sem ficar abaixo do piso nem da
      *    exposicao ja usada no ciclo aberto. Proposta que nao muda
      *    o limite (conta ja no teto ou no piso) vira manutencao.
       3400-DECIDIR-PROPOSTA.
           MOVE 'M' TO WS-ACAO
           MOVE WS-LIMITE-ATUAL TO WS-LIMITE-NOVO
           IF WS-ESCORE NOT < WS-ESCORE-AUMENTO AND NOT CONTA-NOVA
               COMPUTE WS-LIMITE-CALC ROUNDED =
                   WS-LIMITE-ATUAL * (100 + WS-PCT-AUMENTO) / 100
               IF WS-LIMITE-CALC > WS-LIMITE-MAXIMO
                   MOVE WS-LIMITE-MAXIMO TO WS-LIMITE-NOVO
               ELSE
                   MOVE WS-LIMITE-CALC TO WS-LIMITE-NOVO
               END-IF
               IF WS-LIMITE-NOVO > WS-LIMITE-ATUAL
                   MOVE 'A' TO WS-ACAO
               END-IF
               GO TO 3400-EXIT
           END-IF
           IF WS-ESCORE NOT > WS-ESCORE-REDUCAO
               COMPUTE WS-LIMITE-CALC ROUNDED =
                   WS-LIMITE-ATUAL * (100 - WS-PCT-REDUCAO) / 100
               MOVE WS-LIMITE-MINIMO TO WS-PISO
               IF CICLO-ABERTO
                   MOVE WS-CONTA TO CICLO-NUMERO
                   READ CICLO-ACUMULADO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF CICLO-VALOR > WS-PISO
                               MOVE CICLO-VALOR TO WS-PISO
                           END-IF
                   END-READ
               END-IF
               IF WS-LIMITE-CALC < WS-PISO
                   IF WS-PISO < WS-LIMITE-ATUAL
                       MOVE WS-PISO TO WS-LIMITE-NOVO
                   END-IF
               ELSE
                   MOVE WS-LIMITE-CALC TO WS-LIMITE-NOVO
               END-IF
               IF WS-LIMITE-NOVO < WS-LIMITE-ATUAL
                   MOVE 'R' TO WS-ACAO
               END-IF
           END-IF
       3400-EXIT.
           EXIT.

      *    Proposta ja decidida pelo comite nesta competencia nao e
      *    tocada; pendente e regravada com os numeros de hoje.
       3500-GRAVAR-PROPOSTA.
           MOVE WS-COMPETENCIA TO PROP-COMPETENCIA
           MOVE WS-CONTA TO PROP-CONTA
           READ CARTAO-PROPOSTAS
               INVALID KEY
                   MOVE SPACE TO PROP-SITUACAO
           END-READ
           IF PROP-SITUACAO NOT = SPACE AND NOT PROP-PENDENTE
               ADD 1 TO WS-QTD-JA-DECIDIDAS
               GO TO 3500-EXIT
           END-IF
           MOVE WS-COMPETENCIA TO PROP-COMPETENCIA
           MOVE WS-CONTA TO PROP-CONTA
           MOVE WS-ACAO TO PROP-ACAO
           MOVE WS-LIMITE-ATUAL TO PROP-LIMITE-ATUAL
           MOVE WS-LIMITE-NOVO TO PROP-LIMITE-NOVO
           MOVE WS-ESCORE TO PROP-ESCORE
           MOVE WS-MOTIVO TO PROP-MOTIVO
           MOVE WS-DATA-HOJE TO PROP-DATA
           MOVE 0 TO PROP-LIMITE-APROVADO
           MOVE 0 TO PROP-DATA-DECISAO
           MOVE SPACES TO PROP-USUARIO
           IF PROP-SITUACAO = SPACE
               MOVE 'P' TO PROP-SITUACAO
               WRITE PROP-REGISTRO
                   INVALID KEY
                       DISPLAY 'CARTAO-REVISAO: ERRO ' WS-PROP-STATUS
                           ' AO GRAVAR A PROPOSTA DA CONTA ' WS-CONTA
                       MOVE 8 TO RETURN-CODE
                       GO TO 3500-EXIT
               END-WRITE
           ELSE
               REWRITE PROP-REGISTRO
                   INVALID KEY
                       DISPLAY 'CARTAO-REVISAO: ERRO ' WS-PROP-STATUS
                           ' AO REGRAVAR A PROPOSTA DA CONTA ' WS-CONTA
                       MOVE 8 TO RETURN-CODE
                       GO TO 3500-EXIT
               END-REWRITE
           END-IF
           IF ACAO-AUMENTO
               ADD 1 TO WS-QTD-AUMENTOS
               COMPUTE WS-VLR-AUMENTOS = WS-VLR-AUMENTOS
                   + WS-LIMITE-NOVO - WS-LIMITE-ATUAL
           ELSE
               ADD 1 TO WS-QTD-REDUCOES
               COMPUTE WS-VLR-REDUCOES = WS-VLR-REDUCOES
                   + WS-LIMITE-ATUAL - WS-LIMITE-NOVO
           END-IF
           PERFORM 3600-GRAVAR-DETALHE THRU 3600-EXIT
       3500-EXIT.
           EXIT.

      *    Tres linhas por proposta: a proposta, os indicadores e o
      *    motivo.
       3600-GRAVAR-DETALHE.
           IF ACAO-AUMENTO
               MOVE 'AUMENTO' TO WS-ACAO-ED
           ELSE
               MOVE 'REDUCAO' TO WS-ACAO-ED
           END-IF
           MOVE WS-LIMITE-ATUAL TO WS-LIM-ED
           MOVE WS-LIMITE-NOVO TO WS-LIM-ED-2
           MOVE SPACES TO REVISAO-REGISTRO
           STRING '  CONTA=' WS-CONTA
               ' ' WS-ACAO-ED
               ' ATUAL=' WS-LIM-ED
               ' PROPOSTO=' WS-LIM-ED-2
               ' ESCORE=' WS-ESCORE
               DELIMITED BY SIZE INTO REVISAO-REGISTRO
           WRITE REVISAO-REGISTRO
           MOVE WS-RECUSAS (WS-CONTA) TO WS-RECUSAS-ED
           MOVE WS-FALTAS-QTD (WS-CONTA) TO WS-FALTAS-ED
           MOVE SPACES TO REVISAO-REGISTRO
           STRING '    USO=' WS-USO-MEDIO
               '% RECUSAS=' WS-RECUSAS-ED
               ' FALTAS=' WS-FALTAS-ED
               ' COBRANCA=' WS-SITUACAO-COBRANCA
               ' IDADE=' WS-IDADE-MESES
               DELIMITED BY SIZE INTO REVISAO-REGISTRO
           WRITE REVISAO-REGISTRO
           MOVE SPACES TO REVISAO-REGISTRO
           STRING '    MOTIVO=' WS-MOTIVO
               DELIMITED BY SIZE INTO REVISAO-REGISTRO
           WRITE REVISAO-REGISTRO
       3600-EXIT.
           EXIT.

      *    No rerun, proposta pendente que a revisao de hoje nao
      *    repete e cancelada - o comite nao deve aprovar o que os
      *    dados ja nao sustentam.
       3700-CANCELAR-PENDENTE.
           MOVE WS-COMPETENCIA TO PROP-COMPETENCIA
           MOVE WS-CONTA TO PROP-CONTA
           READ CARTAO-PROPOSTAS
               INVALID KEY
                   GO TO 3700-EXIT
           END-READ
           IF PROP-PENDENTE
               MOVE 'C' TO PROP-SITUACAO
               MOVE WS-DATA-HOJE TO PROP-DATA-DECISAO
               MOVE 'REVISAO' TO PROP-USUARIO
               REWRITE PROP-REGISTRO
               ADD 1 TO WS-QTD-CANCELADAS
           END-IF
       3700-EXIT.
           EXIT.

       7000-CALCULAR-MESES.
           COMPUTE WS-MESES-CALCULADOS =
               (WS-TRAB-ANO * 12) + WS-TRAB-MES
       7000-EXIT.
           EXIT.

       9000-FINALIZAR.
           MOVE WS-VLR-AUMENTOS TO WS-VLR-ED
           MOVE SPACES TO REVISAO-REGISTRO
           STRING 'AUMENTOS PROPOSTOS QTD=' WS-QTD-AUMENTOS
               ' ACRESCIMO=' WS-VLR-ED
               DELIMITED BY SIZE INTO REVISAO-REGISTRO
           WRITE REVISAO-REGISTRO
           MOVE WS-VLR-REDUCOES TO WS-VLR-ED
           MOVE SPACES TO REVISAO-REGISTRO
           STRING 'REDUCOES PROPOSTAS QTD=' WS-QTD-REDUCOES
               ' REDUCAO=' WS-VLR-ED
               DELIMITED BY SIZE INTO REVISAO-REGISTRO
           WRITE REVISAO-REGISTRO
           MOVE SPACES TO REVISAO-REGISTRO
           STRING 'TRAILER1' ' '
               'AVALIADAS=' WS-QTD-AVALIADAS ' '
               'NAO-AVALIADAS=' WS-QTD-NAO-AVALIADAS ' '
               'MANTIDAS=' WS-QTD-MANTIDAS
               DELIMITED BY SIZE INTO REVISAO-REGISTRO
               ON OVERFLOW
                   DISPLAY 'CARTAO-REVISAO: TRAILER EXCEDEU O '
                       'TAMANHO DO REGISTRO - EXECUCAO ABORTADA'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-STRING
           WRITE REVISAO-REGISTRO
           MOVE SPACES TO REVISAO-REGISTRO
           STRING 'TRAILER2' ' '
               'JA-DECIDIDAS=' WS-QTD-JA-DECIDIDAS ' '
               'CANCELADAS=' WS-QTD-CANCELADAS
               DELIMITED BY SIZE INTO REVISAO-REGISTRO
               ON OVERFLOW
                   DISPLAY 'CARTAO-REVISAO: TRAILER EXCEDEU O '
                       'TAMANHO DO REGISTRO - EXECUCAO ABORTADA'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-STRING
           WRITE REVISAO-REGISTRO
           CLOSE CARTAO-LIMITES
           CLOSE CARTAO-PROPOSTAS
           IF CADASTRO-ABERTO
               CLOSE CARTAO-CADASTRO
           END-IF
           IF CICLO-ABERTO
               CLOSE CICLO-ACUMULADO
           END-IF
           CLOSE REVISAO-OUTFILE
       9000-EXIT.
           EXIT.

      *    acompanha o cadastro em cartoes.enderecos e e usado por
      *    CARTAO-IMPRESSAO para montar a pagina de fatura que vai
      *    para a grafica - cartao sem endereco nao gera pagina.
      *
      *    A substituicao ('S') atende o plastico perdido ou roubado:
      *    emite o numero novo e leva para ele tudo o que a conta
      *    guarda sob o numero antigo - limite, exposicao do ciclo
      *    aberto (cartoes.ciclo e os lancamentos de
      *    cartoes.acumulado), saldo carregado (cartoes.saldo),
      *    planos de parcelamento em aberto (cartoes.planos),
      *    contagem de faltas (cartoes.faltas), autorizacoes ainda
      *    abertas (cartoes.autorizacoes), rejeicoes por limite do
      *    ciclo (cartoes.excessos), o registro de prejuizo da conta
      *    baixada (cartoes.prejuizos) e o vinculo dos cartoes
      *    adicionais. O numero antigo fica no cadastro com status
      *    'S' (substituido) e o par antigo/novo vai para o registro
      *    permanente cartoes.substituicoes, por onde
      *    CARTAO-REIMPRESSAO e CARTAO-COBRANCA acham os ciclos
      *    fechados antes da troca.
      *
      *    Toda gravacao, regravacao e exclusao nos masters deixa em
      *    cartoes.historico a imagem do registro antes e depois da
      *    mudanca, com data, hora, usuario e programa de origem. O
      *    arquivo e permanente (so cresce) e e por ele que
      *    CARTAO-HISTORICO remonta o cartao como estava numa data.
      *    Os movimentos que outros programas deixam em
      *    cartoes.movimentos levam o programa que os gerou, pelo
      *    usuario de sistema que cada um usa (2960).
      *
      *    A troca de grupo de faturamento ('G') muda o dia do
      *    fechamento e do vencimento da fatura da conta: o grupo
      *    fica em cartoes.grupos, por conta, e o calendario de cada
      *    grupo em cartoes.calendario, lido por CARTAO-EXTRATO para
      *    decidir quem fecha em cada noite.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE DYNAMIC
               RECORD KEY IS END-NUMERO
               FILE STATUS IS WS-ENDERECOS-STATUS.
           SELECT CARTAO-SUBSTITUICOES ASSIGN TO
               'cartoes.substituicoes'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS SUBST-ANTIGO
               FILE STATUS IS WS-SUBST-STATUS.
           SELECT CICLO-ACUMULADO ASSIGN TO 'cartoes.ciclo'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS CICLO-NUMERO
               FILE STATUS IS WS-CICLO-STATUS.
           SELECT ACUMULO-MENSAL ASSIGN TO 'cartoes.acumulado'
               FILE STATUS IS WS-ACUM-STATUS.
           SELECT SALDO-CICLO ASSIGN TO 'cartoes.saldo'
               FILE STATUS IS WS-SALDO-STATUS.
           SELECT PLANO-FILE ASSIGN TO 'cartoes.planos'
               FILE STATUS IS WS-PLANO-STATUS.
           SELECT FALTAS-FILE ASSIGN TO 'cartoes.faltas'
               FILE STATUS IS WS-FALTAS-STATUS.
           SELECT HISTORICO-OUTFILE ASSIGN TO 'cartoes.historico'
               FILE STATUS IS WS-HIST-STATUS.
           SELECT CARTAO-GRUPOS ASSIGN TO 'cartoes.grupos'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS GRUPO-CONTA
               FILE STATUS IS WS-GRUPOS-STATUS.
           SELECT CALENDARIO-FILE ASSIGN TO 'cartoes.calendario'
               FILE STATUS IS WS-CAL-STATUS.
           SELECT CARTAO-AUTORIZACOES ASSIGN TO 'cartoes.autorizacoes'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS AUT-CHAVE
               FILE STATUS IS WS-AUT-STATUS.
           SELECT CARTAO-EXCESSOS ASSIGN TO 'cartoes.excessos'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS EXC-CHAVE
               FILE STATUS IS WS-EXC-STATUS.
           SELECT CARTAO-PREJUIZOS ASSIGN TO 'cartoes.prejuizos'
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS PREJ-CONTA
               FILE STATUS IS WS-PREJ-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    Movimento diario de manutencao dos masters. MOV-OPERACAO:
      *    'I' = inclusao, 'A' = alteracao, 'B' = bloqueio,
      *    'D' = exclusao, 'S' = substituicao do plastico perdido
      *    ou roubado, 'G' = troca do grupo de faturamento da conta
      *    (o grupo novo vem em MOV-TITULAR, '00000' a '00099'; o
      *    resto do movimento e ignorado). MOV-VALOR-LIMITE e
      *    alfanumerico para preservar o conteudo original quando nao
      *    for um numero valido (mesmo criterio de SUSP-VALOR em
      *    CARTAO-BATCH).
      *    MOV-USUARIO identifica quem pediu a alteracao, para a
      *    trilha de auditoria. MOV-TITULAR preenchido inclui (ou
      *    religa) o cartao como adicional da conta do titular
      *    apontado; em branco nao mexe no vinculo (na inclusao o
      *    cartao nasce titular da propria conta); o literal '00000'
      *    na alteracao desliga o vinculo e devolve o cartao a
      *    condicao de titular. Na substituicao MOV-NUMERO e o
      *    cartao perdido e MOV-TITULAR traz o numero novo; nome e
      *    status em branco herdam os do cartao antigo (o cartao
      *    bloqueado continua bloqueado no numero novo), e o
      *    endereco preenchido substitui o herdado.
       FD  MOVIMENTO-INFILE.
       01  MOVIMENTO-REGISTRO.
           05 MOV-OPERACAO     PIC X(1).
           05 END-CIDADE       PIC X(20).
           05 END-CEP          PIC X(8).

      *    Registro permanente das substituicoes, um por cartao
      *    substituido: o numero antigo (chave) aponta o novo, com a
      *    data e quem pediu. Nunca e apagado - e por ele que os
      *    ciclos arquivados sob o numero antigo continuam sendo da
      *    conta. Cadeia (o novo tambem perdido depois) e seguida
      *    por quem le o registro.
       FD  CARTAO-SUBSTITUICOES.
       01  SUBST-REGISTRO.
           05 SUBST-ANTIGO     PIC 9(5).
           05 SUBST-NOVO       PIC 9(5).
           05 SUBST-DATA       PIC 9(8).
           05 SUBST-USUARIO    PIC X(8).

      *    Arquivos da conta que a substituicao transfere, nos
      *    layouts de CARTAO-BATCH, CARTAO-EXTRATO e CARTAO-COBRANCA.
       FD  CICLO-ACUMULADO.
       01  CICLO-REGISTRO.
           05 CICLO-NUMERO     PIC 9(5).
           05 CICLO-VALOR      PIC 9(9)V99.

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

       FD  SALDO-CICLO.
       01  SALDO-REGISTRO.
           05 SALDO-NUMERO     PIC 9(5).
           05 SALDO-SINAL      PIC X(1).
           05 SALDO-VALOR-REG  PIC 9(9)V99.

       FD  PLANO-FILE.
       01  PLANO-REGISTRO.
           05 PLANO-NUMERO     PIC 9(5).
           05 PLANO-CONTA      PIC 9(5).
           05 PLANO-DATA       PIC 9(8).
           05 PLANO-LOJISTA    PIC 9(4).
           05 PLANO-VLR-TOTAL  PIC 9(6)V99.
           05 PLANO-QTD        PIC 9(2).
           05 PLANO-FATURADAS  PIC 9(2).
           05 PLANO-VLR-PARCELA PIC 9(6)V99.
           05 PLANO-VLR-ULTIMA PIC 9(6)V99.

       FD  FALTAS-FILE.
       01  FALTA-REGISTRO.
           05 FALTA-NUMERO     PIC 9(5).
           05 FALTA-QTD        PIC 9(3).

      *    Historico permanente dos masters: uma imagem antes/depois
      *    por registro gravado, regravado ou excluido. HIST-ARQUIVO:
      *    'L' limites, 'C' cadastro, 'E' enderecos, 'J' lojistas,
      *    'G' grupos de faturamento.
      *    HIST-OPERACAO: 'I' inclusao (sem imagem antes), 'A'
      *    alteracao, 'D' exclusao (sem imagem depois). As imagens
      *    guardam o registro do master como esta no FD, alinhado a
      *    esquerda e completado com brancos.
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

      *    Grupo de faturamento de cada conta (o titular; os
      *    adicionais fecham com ele). Conta sem registro e do grupo
      *    00. GRUPO-DATA e a data da ultima troca.
       FD  CARTAO-GRUPOS.
       01  GRUPO-REGISTRO.
           05 GRUPO-CONTA      PIC 9(5).
           05 GRUPO-CODIGO     PIC 9(2).
           05 GRUPO-DATA       PIC 9(8).

      *    Calendario dos grupos (dia do fechamento e dia do
      *    vencimento), mantido fora do sistema como cartoes.tarifas;
      *    aqui so importa quais grupos existem.
       FD  CALENDARIO-FILE.
       01  CAL-REGISTRO.
           05 CAL-GRUPO        PIC 9(2).
           05 CAL-DIA-FECH     PIC 9(2).
           05 CAL-DIA-VENC     PIC 9(2).

      *    Autorizacoes da conta, no layout de CARTAO-BATCH: as
      *    abertas ('A') retem limite da conta em AUT-CONTA ate a
      *    compensacao.
       FD  CARTAO-AUTORIZACOES.
       01  AUT-REGISTRO.
           05 AUT-CHAVE.
              10 AUT-CARTAO     PIC 9(5).
              10 AUT-LOJISTA    PIC 9(4).
              10 AUT-CODIGO     PIC X(6).
           05 AUT-CONTA         PIC 9(5).
           05 AUT-DATA          PIC 9(8).
           05 AUT-VALOR         PIC 9(6)V99.
           05 AUT-SITUACAO      PIC X(1).
           05 AUT-DATA-BAIXA    PIC 9(8).
           05 AUT-VLR-LIQUIDADO PIC 9(6)V99.
           05 AUT-FEED          PIC X(3).

      *    Rejeicoes por limite do ciclo, por conta e mes, no layout
      *    de CARTAO-BATCH.
       FD  CARTAO-EXCESSOS.
       01  EXC-REGISTRO.
           05 EXC-CHAVE.
              10 EXC-CONTA      PIC 9(5).
              10 EXC-MES        PIC 9(6).
           05 EXC-QTD           PIC 9(5).
           05 EXC-VALOR         PIC 9(9)V99.
           05 EXC-DATA-ULT      PIC 9(8).

      *    Registro das contas baixadas para prejuizo, no layout de
      *    CARTAO-PREJUIZO: e por ele que CARTAO-BATCH reconhece o
      *    pagamento da conta baixada como recuperacao.
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

       WORKING-STORAGE SECTION.
       01  FIM-ARQUIVO         PIC X VALUE 'N'.
           88 FIM-ARQUIVO-SIM      VALUE 'S'.
       01  WS-ENDERECOS-STATUS PIC X(2).
       01  WS-ENDERECO-ACHADO  PIC X VALUE 'N'.
           88 ENDERECO-ACHADO      VALUE 'S'.
       01  WS-SUBST-STATUS     PIC X(2).
       01  WS-CICLO-STATUS     PIC X(2).
       01  WS-ACUM-STATUS      PIC X(2).
       01  WS-SALDO-STATUS     PIC X(2).
       01  WS-PLANO-STATUS     PIC X(2).
       01  WS-FALTAS-STATUS    PIC X(2).
       01  WS-HIST-STATUS      PIC X(2).
       01  WS-GRUPOS-STATUS    PIC X(2).
       01  WS-CAL-STATUS       PIC X(2).
       01  WS-AUT-STATUS       PIC X(2).
       01  WS-EXC-STATUS       PIC X(2).
       01  WS-PREJ-STATUS      PIC X(2).
       01  WS-FIM-LEITURA      PIC X VALUE 'N'.
           88 FIM-LEITURA-SIM      VALUE 'S'.
       01  WS-RESULTADO        PIC X(8).
       01  WS-MOTIVO-RECUSA    PIC X(25).

      *    Cartao do endereco a atualizar em 2150: o do movimento, ou
      *    o numero novo na substituicao.
       01  WS-NUMERO-ENDERECO  PIC 9(5) VALUE 0.

      *    Substituicao corrente: o numero antigo e o novo, o
      *    cadastro do antigo retido antes de marca-lo substituido e
      *    o que foi transferido, para a terceira linha da
      *    auditoria.
       01  WS-NUMERO-ANTIGO    PIC 9(5) VALUE 0.
       01  WS-NUMERO-NOVO      PIC 9(5) VALUE 0.
       01  WS-ANTIGO-NOME      PIC X(20).
       01  WS-ANTIGO-STATUS    PIC X(1).
       01  WS-ANTIGO-TITULAR   PIC 9(5) VALUE 0.
       01  WS-VALOR-CICLO      PIC 9(9)V99 VALUE 0.
       01  WS-TRF-LIMITE       PIC X(3).
       01  WS-TRF-CICLO        PIC X(3).
       01  WS-TRF-SALDO        PIC X(3).
       01  WS-TRF-LANCAMENTOS  PIC 9(5) VALUE 0.
       01  WS-TRF-PLANOS       PIC 9(5) VALUE 0.
       01  WS-TRF-FALTAS       PIC X(3).
       01  WS-TRF-ADICIONAIS   PIC 9(5) VALUE 0.
       01  WS-TRF-AUTORIZACOES PIC 9(5) VALUE 0.
       01  WS-TRF-EXCESSOS     PIC 9(5) VALUE 0.
       01  WS-EXC-MES          PIC 9(6) VALUE 0.
       01  WS-EXC-QTD          PIC 9(5) VALUE 0.
       01  WS-EXC-VALOR        PIC 9(9)V99 VALUE 0.
       01  WS-EXC-DATA-ULT     PIC 9(8) VALUE 0.
       01  WS-TRF-PREJUIZO     PIC X(3).
       01  WS-PREJ-ANTIGO      PIC X(57).
       01  FILLER REDEFINES WS-PREJ-ANTIGO.
           05 FILLER              PIC 9(5).
           05 WS-PREJA-DATA-BAIXA PIC 9(8).
           05 WS-PREJA-DATA-ULT-BAIXA PIC 9(8).
           05 WS-PREJA-QTD-BAIXAS PIC 9(3).
           05 WS-PREJA-FALTAS     PIC 9(3).
           05 WS-PREJA-VLR-BAIXADO PIC 9(9)V99.
           05 WS-PREJA-VLR-RECUPERADO PIC 9(9)V99.
           05 WS-PREJA-DATA-ULT-RECUP PIC 9(8).
       01  WS-DATA-HOJE        PIC 9(8) VALUE 0.

      *    Grupos com calendario, um byte por grupo (posicao = grupo
      *    + 1): 'S' = grupo aceito na troca. O grupo 00 e o padrao
      *    de toda conta e e sempre aceito.
       01  WS-GRUPO-VALIDO     PIC X(100) VALUE ALL 'N'.
       01  WS-GRUPO-PEDIDO     PIC 9(2) VALUE 0.
       01  WS-GRUPO-ACHADO     PIC X VALUE 'N'.
           88 GRUPO-ACHADO         VALUE 'S'.

      *    Imagem corrente para cartoes.historico, montada por quem
      *    mexe no master antes de chamar 2950. WS-LIMITE-ANTERIOR
      *    guarda o limite do numero antigo na substituicao, que o
      *    registro do numero novo sobrepoe na area do FD.
       01  WS-HORA-AGORA       PIC 9(8) VALUE 0.
       01  WS-HIST-ARQUIVO     PIC X(1).
       01  WS-HIST-CHAVE       PIC 9(5) VALUE 0.
       01  WS-HIST-OPERACAO    PIC X(1).
       01  WS-HIST-ANTES       PIC X(93).
       01  WS-HIST-DEPOIS      PIC X(93).
       01  WS-HIST-PROGRAMA    PIC X(20).
       01  WS-LIMITE-ANTERIOR  PIC X(13).

      *    Titular pedido no movimento corrente, ja validado contra o
      *    cadastro (precisa existir e ser ele proprio um titular -
      *    adicional de adicional nao existe). O literal '00000' na
           STOP RUN.

       1000-INICIALIZAR.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD
           OPEN INPUT MOVIMENTO-INFILE
           OPEN OUTPUT MANUTENCAO-OUTFILE
           PERFORM 1100-ABRIR-MASTERS THRU 1100-EXIT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O CARTAO-SUBSTITUICOES
           IF WS-SUBST-STATUS = '35'
               OPEN OUTPUT CARTAO-SUBSTITUICOES
               CLOSE CARTAO-SUBSTITUICOES
               OPEN I-O CARTAO-SUBSTITUICOES
           END-IF
           IF WS-SUBST-STATUS NOT = '00'
               DISPLAY 'CARTAO-MANUTENCAO: ERRO ' WS-SUBST-STATUS
                   ' AO ABRIR CARTAO-SUBSTITUICOES - EXECUCAO'
                   ' ABORTADA'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND HISTORICO-OUTFILE
           IF WS-HIST-STATUS = '35'
               OPEN OUTPUT HISTORICO-OUTFILE
           END-IF
           IF WS-HIST-STATUS NOT = '00'
               DISPLAY 'CARTAO-MANUTENCAO: ERRO ' WS-HIST-STATUS
                   ' AO ABRIR CARTAO-HISTORICO - EXECUCAO ABORTADA'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O CARTAO-GRUPOS
           IF WS-GRUPOS-STATUS = '35'
               OPEN OUTPUT CARTAO-GRUPOS
               CLOSE CARTAO-GRUPOS
               OPEN I-O CARTAO-GRUPOS
           END-IF
           IF WS-GRUPOS-STATUS NOT = '00'
               DISPLAY 'CARTAO-MANUTENCAO: ERRO ' WS-GRUPOS-STATUS
                   ' AO ABRIR CARTAO-GRUPOS - EXECUCAO ABORTADA'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1200-CARREGAR-CALENDARIO THRU 1200-EXIT
       1100-EXIT.
           EXIT.

      *    Grupos que tem calendario; sem o arquivo so o grupo
      *    padrao existe.
       1200-CARREGAR-CALENDARIO.
           MOVE 'S' TO WS-GRUPO-VALIDO (1: 1)
           OPEN INPUT CALENDARIO-FILE
           IF WS-CAL-STATUS NOT = '00'
               GO TO 1200-EXIT
           END-IF
           MOVE 'N' TO WS-FIM-LEITURA
           PERFORM 1210-LER-CALENDARIO THRU 1210-EXIT
               UNTIL FIM-LEITURA-SIM
           CLOSE CALENDARIO-FILE
       1200-EXIT.
           EXIT.

       1210-LER-CALENDARIO.
           READ CALENDARIO-FILE
               AT END
                   MOVE 'S' TO WS-FIM-LEITURA
               NOT AT END
                   IF CAL-GRUPO NUMERIC
                       MOVE 'S' TO WS-GRUPO-VALIDO (CAL-GRUPO + 1: 1)
                   END-IF
           END-READ
       1210-EXIT.
           EXIT.

       2000-PROCESSAR-MOVIMENTO.
           READ MOVIMENTO-INFILE
               AT END
       2010-TRATAR-MOVIMENTO.
           MOVE 'APLICADO' TO WS-RESULTADO
           MOVE SPACES TO WS-MOTIVO-RECUSA
           PERFORM 2960-IDENTIFICAR-ORIGEM THRU 2960-EXIT
           PERFORM 2020-VALIDAR-MOVIMENTO THRU 2020-EXIT
           IF WS-RESULTADO = 'APLICADO'
               PERFORM 2030-APLICAR-MOVIMENTO THRU 2030-EXIT
      *    Consistencia do movimento antes de tocar nos masters:
      *    numero obrigatorio, operacao conhecida, e limite numerico
      *    quando a operacao inclui ou altera o limite. Na alteracao o
      *    limite em branco e permitido (mantem o limite atual). O
      *    status 'S' e reservado a substituicao: nenhum movimento o
      *    informa diretamente.
       2020-VALIDAR-MOVIMENTO.
           IF MOV-NUMERO = 0
               MOVE 'RECUSADO' TO WS-RESULTADO
           END-IF
           IF MOV-OPERACAO NOT = 'I' AND MOV-OPERACAO NOT = 'A'
               AND MOV-OPERACAO NOT = 'B' AND MOV-OPERACAO NOT = 'D'
               AND MOV-OPERACAO NOT = 'S' AND MOV-OPERACAO NOT = 'G'
               MOVE 'RECUSADO' TO WS-RESULTADO
               MOVE 'OPERACAO DESCONHECIDA' TO WS-MOTIVO-RECUSA
               GO TO 2020-EXIT
           END-IF
           IF MOV-OPERACAO = 'G'
               PERFORM 2028-VALIDAR-GRUPO THRU 2028-EXIT
               GO TO 2020-EXIT
           END-IF
           IF MOV-STATUS = 'S'
               MOVE 'RECUSADO' TO WS-RESULTADO
               MOVE 'STATUS RESERVADO' TO WS-MOTIVO-RECUSA
               GO TO 2020-EXIT
           END-IF
           IF MOV-OPERACAO = 'S'
               PERFORM 2027-VALIDAR-SUBSTITUICAO THRU 2027-EXIT
               GO TO 2020-EXIT
           END-IF
           PERFORM 2026-VERIFICAR-SUBSTITUIDO THRU 2026-EXIT
           IF WS-RESULTADO NOT = 'APLICADO'
               GO TO 2020-EXIT
           END-IF
           PERFORM 2025-VALIDAR-TITULAR THRU 2025-EXIT
           IF WS-RESULTADO NOT = 'APLICADO'
               GO TO 2020-EXIT
               MOVE 'TITULAR E ADICIONAL' TO WS-MOTIVO-RECUSA
               GO TO 2025-EXIT
           END-IF
           IF CAD-STATUS = 'S'
               MOVE 'RECUSADO' TO WS-RESULTADO
               MOVE 'TITULAR SUBSTITUIDO' TO WS-MOTIVO-RECUSA
               GO TO 2025-EXIT
           END-IF
           MOVE MOV-TITULAR-9 TO WS-TITULAR-PEDIDO
       2025-EXIT.
           EXIT.

      *    Cartao substituido fica congelado: alteracao, bloqueio e
      *    exclusao sao recusados, para que o status 'S' (que
      *    CARTAO-BATCH reprova com alerta de fraude) nunca se perca.
      *    Numero que ja foi substituido tambem nao volta por
      *    inclusao - o registro de substituicoes continuaria
      *    levando os ciclos dele para a conta nova.
       2026-VERIFICAR-SUBSTITUIDO.
           IF MOV-OPERACAO = 'I'
               MOVE MOV-NUMERO TO SUBST-ANTIGO
               READ CARTAO-SUBSTITUICOES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'RECUSADO' TO WS-RESULTADO
                       MOVE 'NUMERO JA SUBSTITUIDO'
                           TO WS-MOTIVO-RECUSA
               END-READ
               GO TO 2026-EXIT
           END-IF
           MOVE MOV-NUMERO TO CAD-NUMERO
           READ CARTAO-CADASTRO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CAD-STATUS = 'S'
                       MOVE 'RECUSADO' TO WS-RESULTADO
                       MOVE 'CARTAO SUBSTITUIDO' TO WS-MOTIVO-RECUSA
                   END-IF
           END-READ
       2026-EXIT.
           EXIT.

      *    Substituicao: o numero novo vem em MOV-TITULAR, precisa ser
      *    numerico, diferente do antigo, ainda nao cadastrado e
      *    nunca usado como numero antigo de outra substituicao. O
      *    cartao antigo precisa estar cadastrado e nao pode ja ter
      *    sido substituido; o cadastro dele fica retido para o
      *    cartao novo herdar nome, status e vinculo de titular.
       2027-VALIDAR-SUBSTITUICAO.
           IF MOV-TITULAR NOT NUMERIC OR MOV-TITULAR-9 = 0
               MOVE 'RECUSADO' TO WS-RESULTADO
               MOVE 'NUMERO NOVO INVALIDO' TO WS-MOTIVO-RECUSA
               GO TO 2027-EXIT
           END-IF
           IF MOV-TITULAR-9 = MOV-NUMERO
               MOVE 'RECUSADO' TO WS-RESULTADO
               MOVE 'NUMERO NOVO E O PROPRIO' TO WS-MOTIVO-RECUSA
               GO TO 2027-EXIT
           END-IF
           MOVE MOV-NUMERO TO CAD-NUMERO
           READ CARTAO-CADASTRO
               INVALID KEY
                   MOVE 'RECUSADO' TO WS-RESULTADO
                   MOVE 'CARTAO NAO CADASTRADO' TO WS-MOTIVO-RECUSA
                   GO TO 2027-EXIT
           END-READ
           IF CAD-STATUS = 'S'
               MOVE 'RECUSADO' TO WS-RESULTADO
               MOVE 'CARTAO JA SUBSTITUIDO' TO WS-MOTIVO-RECUSA
               GO TO 2027-EXIT
           END-IF
           MOVE CAD-NOME TO WS-ANTIGO-NOME
           MOVE CAD-STATUS TO WS-ANTIGO-STATUS
           MOVE 0 TO WS-ANTIGO-TITULAR
           IF CAD-TITULAR NUMERIC
               MOVE CAD-TITULAR TO WS-ANTIGO-TITULAR
           END-IF
           MOVE MOV-TITULAR-9 TO CAD-NUMERO
           READ CARTAO-CADASTRO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'RECUSADO' TO WS-RESULTADO
                   MOVE 'NUMERO NOVO JA CADASTRADO' TO WS-MOTIVO-RECUSA
                   GO TO 2027-EXIT
           END-READ
           MOVE MOV-TITULAR-9 TO SUBST-ANTIGO
           READ CARTAO-SUBSTITUICOES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'RECUSADO' TO WS-RESULTADO
                   MOVE 'NUMERO NOVO JA USADO' TO WS-MOTIVO-RECUSA
           END-READ
       2027-EXIT.
           EXIT.

      *    Troca de grupo: o grupo novo vem em MOV-TITULAR e precisa
      *    ter calendario. A conta precisa estar cadastrada, ser
      *    titular (o adicional fecha na fatura do titular) e nao
      *    ter sido substituida.
       2028-VALIDAR-GRUPO.
           IF MOV-TITULAR NOT NUMERIC
               MOVE 'RECUSADO' TO WS-RESULTADO
               MOVE 'GRUPO NAO NUMERICO' TO WS-MOTIVO-RECUSA
               GO TO 2028-EXIT
           END-IF
           IF MOV-TITULAR-9 > 99
               MOVE 'RECUSADO' TO WS-RESULTADO
               MOVE 'GRUPO INVALIDO' TO WS-MOTIVO-RECUSA
               GO TO 2028-EXIT
           END-IF
           MOVE MOV-TITULAR-9 TO WS-GRUPO-PEDIDO
           IF WS-GRUPO-VALIDO (WS-GRUPO-PEDIDO + 1: 1) NOT = 'S'
               MOVE 'RECUSADO' TO WS-RESULTADO
               MOVE 'GRUPO SEM CALENDARIO' TO WS-MOTIVO-RECUSA
               GO TO 2028-EXIT
           END-IF
           MOVE MOV-NUMERO TO CAD-NUMERO
           READ CARTAO-CADASTRO
               INVALID KEY
                   MOVE 'RECUSADO' TO WS-RESULTADO
                   MOVE 'CARTAO NAO CADASTRADO' TO WS-MOTIVO-RECUSA
                   GO TO 2028-EXIT
           END-READ
           IF CAD-STATUS = 'S'
               MOVE 'RECUSADO' TO WS-RESULTADO
               MOVE 'CARTAO SUBSTITUIDO' TO WS-MOTIVO-RECUSA
               GO TO 2028-EXIT
           END-IF
           IF CAD-TITULAR NUMERIC AND CAD-TITULAR > 0
               MOVE 'RECUSADO' TO WS-RESULTADO
               MOVE 'CARTAO E ADICIONAL' TO WS-MOTIVO-RECUSA
           END-IF
       2028-EXIT.
           EXIT.

       2030-APLICAR-MOVIMENTO.
           IF MOV-OPERACAO = 'I'
               PERFORM 2100-INCLUIR-CARTAO THRU 2100-EXIT
           IF MOV-OPERACAO = 'D'
               PERFORM 2400-EXCLUIR-CARTAO THRU 2400-EXIT
           END-IF
           IF MOV-OPERACAO = 'S'
               PERFORM 2500-SUBSTITUIR-CARTAO THRU 2500-EXIT
           END-IF
           IF MOV-OPERACAO = 'G'
               PERFORM 2600-TROCAR-GRUPO THRU 2600-EXIT
           END-IF
       2030-EXIT.
           EXIT.

               END-IF
               MOVE WS-TITULAR-PEDIDO TO CAD-TITULAR
               WRITE CADASTRO-REGISTRO
               MOVE 'C' TO WS-HIST-ARQUIVO
               MOVE MOV-NUMERO TO WS-HIST-CHAVE
               MOVE 'I' TO WS-HIST-OPERACAO
               MOVE SPACES TO WS-HIST-ANTES
               MOVE CADASTRO-REGISTRO TO WS-HIST-DEPOIS
               PERFORM 2950-GRAVAR-HISTORICO THRU 2950-EXIT
               IF MOV-VALOR-LIMITE NUMERIC
                   PERFORM 2210-ALTERAR-LIMITE THRU 2210-EXIT
               END-IF
               MOVE MOV-NUMERO TO WS-NUMERO-ENDERECO
               PERFORM 2150-ATUALIZAR-ENDERECO THRU 2150-EXIT
           END-IF
       2100-EXIT.
      *    movimento atualiza o master, o que veio em branco
      *    preserva o que la esta - mesmo criterio da alteracao do
      *    cadastro. Movimento sem nenhum campo de endereco nao toca
      *    no master. O cartao e o de WS-NUMERO-ENDERECO, posto por
      *    quem chama.
       2150-ATUALIZAR-ENDERECO.
           IF MOV-END-LINHA1 = SPACES AND MOV-END-LINHA2 = SPACES
               AND MOV-END-CIDADE = SPACES AND MOV-END-CEP = SPACES
               GO TO 2150-EXIT
           END-IF
           MOVE 'N' TO WS-ENDERECO-ACHADO
           MOVE WS-NUMERO-ENDERECO TO END-NUMERO
           READ CARTAO-ENDERECOS
               INVALID KEY
                   MOVE WS-NUMERO-ENDERECO TO END-NUMERO
                   MOVE SPACES TO END-LINHA1
                   MOVE SPACES TO END-LINHA2
                   MOVE SPACES TO END-CIDADE
               NOT INVALID KEY
                   MOVE 'S' TO WS-ENDERECO-ACHADO
           END-READ
           MOVE SPACES TO WS-HIST-ANTES
           IF ENDERECO-ACHADO
               MOVE ENDERECO-REGISTRO TO WS-HIST-ANTES
           END-IF
           IF MOV-END-LINHA1 NOT = SPACES
               MOVE MOV-END-LINHA1 TO END-LINHA1
           END-IF
           END-IF
           IF ENDERECO-ACHADO
               REWRITE ENDERECO-REGISTRO
               MOVE 'A' TO WS-HIST-OPERACAO
           ELSE
               WRITE ENDERECO-REGISTRO
               MOVE 'I' TO WS-HIST-OPERACAO
           END-IF
           MOVE 'E' TO WS-HIST-ARQUIVO
           MOVE WS-NUMERO-ENDERECO TO WS-HIST-CHAVE
           MOVE ENDERECO-REGISTRO TO WS-HIST-DEPOIS
           PERFORM 2950-GRAVAR-HISTORICO THRU 2950-EXIT
       2150-EXIT.
           EXIT.

                   MOVE 'CARTAO NAO CADASTRADO' TO WS-MOTIVO-RECUSA
           END-READ
           IF WS-RESULTADO = 'APLICADO'
               MOVE CADASTRO-REGISTRO TO WS-HIST-ANTES
               IF MOV-NOME NOT = SPACES
                   MOVE MOV-NOME TO CAD-NOME
               END-IF
                   MOVE 0 TO CAD-TITULAR
               END-IF
               REWRITE CADASTRO-REGISTRO
               PERFORM 2940-HISTORICO-CADASTRO THRU 2940-EXIT
               IF MOV-VALOR-LIMITE NOT = SPACES
                   PERFORM 2210-ALTERAR-LIMITE THRU 2210-EXIT
               END-IF
               MOVE MOV-NUMERO TO WS-NUMERO-ENDERECO
               PERFORM 2150-ATUALIZAR-ENDERECO THRU 2150-EXIT
           END-IF
       2200-EXIT.
      *    Cartao cadastrado sem registro de limite (master montado a
      *    mao no passado) ganha o registro na alteracao em vez de
      *    recusar - e exatamente o acerto que este programa veio
      *    permitir. Na inclusao e o inverso: um limite orfao do
      *    mesmo numero e sobrescrito. O registro e lido antes para
      *    o historico guardar o limite anterior.
       2210-ALTERAR-LIMITE.
           MOVE 'L' TO WS-HIST-ARQUIVO
           MOVE MOV-NUMERO TO WS-HIST-CHAVE
           MOVE MOV-NUMERO TO LIMITE-NUMERO
           READ CARTAO-LIMITES
               INVALID KEY
                   MOVE 'I' TO WS-HIST-OPERACAO
                   MOVE SPACES TO WS-HIST-ANTES
               NOT INVALID KEY
                   MOVE 'A' TO WS-HIST-OPERACAO
                   MOVE LIMITE-REGISTRO TO WS-HIST-ANTES
           END-READ
           MOVE MOV-NUMERO TO LIMITE-NUMERO
           MOVE MOV-VALOR-LIMITE-9 TO LIMITE-VALOR
           IF WS-HIST-OPERACAO = 'A'
               REWRITE LIMITE-REGISTRO
           ELSE
               WRITE LIMITE-REGISTRO
           END-IF
           MOVE LIMITE-REGISTRO TO WS-HIST-DEPOIS
           PERFORM 2950-GRAVAR-HISTORICO THRU 2950-EXIT
       2210-EXIT.
           EXIT.

                   MOVE 'CARTAO NAO CADASTRADO' TO WS-MOTIVO-RECUSA
           END-READ
           IF WS-RESULTADO = 'APLICADO'
               MOVE CADASTRO-REGISTRO TO WS-HIST-ANTES
               MOVE 'B' TO CAD-STATUS
               REWRITE CADASTRO-REGISTRO
               PERFORM 2940-HISTORICO-CADASTRO THRU 2940-EXIT
           END-IF
       2300-EXIT.
           EXIT.

      *    Exclusao: remove o cartao dos masters (cadastro, limite,
      *    endereco e grupo de faturamento). A falta do registro de
      *    limite nao recusa a exclusao - o objetivo e o cartao nao
      *    existir mais em master nenhum. Cada registro e
      *    lido antes de excluido, para a imagem do historico.
       2400-EXCLUIR-CARTAO.
           MOVE MOV-NUMERO TO CAD-NUMERO
           READ CARTAO-CADASTRO
               INVALID KEY
                   MOVE 'RECUSADO' TO WS-RESULTADO
                   MOVE 'CARTAO NAO CADASTRADO' TO WS-MOTIVO-RECUSA
                   GO TO 2400-EXIT
           END-READ
           MOVE CADASTRO-REGISTRO TO WS-HIST-ANTES
           DELETE CARTAO-CADASTRO
               INVALID KEY
                   MOVE 'RECUSADO' TO WS-RESULTADO
                   MOVE 'CARTAO NAO CADASTRADO' TO WS-MOTIVO-RECUSA
                   GO TO 2400-EXIT
           END-DELETE
           MOVE 'C' TO WS-HIST-ARQUIVO
           MOVE MOV-NUMERO TO WS-HIST-CHAVE
           MOVE 'D' TO WS-HIST-OPERACAO
           MOVE SPACES TO WS-HIST-DEPOIS
           PERFORM 2950-GRAVAR-HISTORICO THRU 2950-EXIT
           MOVE MOV-NUMERO TO LIMITE-NUMERO
           READ CARTAO-LIMITES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE LIMITE-REGISTRO TO WS-HIST-ANTES
                   DELETE CARTAO-LIMITES
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   MOVE 'L' TO WS-HIST-ARQUIVO
                   PERFORM 2950-GRAVAR-HISTORICO THRU 2950-EXIT
           END-READ
           MOVE MOV-NUMERO TO END-NUMERO
           READ CARTAO-ENDERECOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ENDERECO-REGISTRO TO WS-HIST-ANTES
                   DELETE CARTAO-ENDERECOS
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   MOVE 'E' TO WS-HIST-ARQUIVO
                   PERFORM 2950-GRAVAR-HISTORICO THRU 2950-EXIT
           END-READ
           MOVE MOV-NUMERO TO GRUPO-CONTA
           READ CARTAO-GRUPOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE GRUPO-REGISTRO TO WS-HIST-ANTES
                   DELETE CARTAO-GRUPOS
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   MOVE 'G' TO WS-HIST-ARQUIVO
                   PERFORM 2950-GRAVAR-HISTORICO THRU 2950-EXIT
           END-READ
       2400-EXIT.
           EXIT.

      *    Substituicao do plastico perdido ou roubado: o cartao novo
      *    nasce com o cadastro do antigo, o antigo fica marcado 'S'
      *    e o par entra no registro de substituicoes; em seguida
      *    tudo o que a conta guarda sob o numero antigo passa para
      *    o novo. O historico ja gravado (cartoes.arquivo, o GL, o
      *    CARTAO do acumulado e dos planos - o plastico que gastou)
      *    continua com o numero antigo.
       2500-SUBSTITUIR-CARTAO.
           MOVE MOV-NUMERO TO WS-NUMERO-ANTIGO
           MOVE MOV-TITULAR-9 TO WS-NUMERO-NOVO
           MOVE 'NAO' TO WS-TRF-LIMITE
           MOVE 'NAO' TO WS-TRF-CICLO
           MOVE 'NAO' TO WS-TRF-SALDO
           MOVE 'NAO' TO WS-TRF-FALTAS
           MOVE 0 TO WS-TRF-LANCAMENTOS
           MOVE 0 TO WS-TRF-PLANOS
           MOVE 0 TO WS-TRF-ADICIONAIS
           MOVE 0 TO WS-TRF-AUTORIZACOES
           MOVE 0 TO WS-TRF-EXCESSOS
           MOVE 'NAO' TO WS-TRF-PREJUIZO
           PERFORM 2510-GRAVAR-CADASTROS THRU 2510-EXIT
           PERFORM 2520-TRANSFERIR-LIMITE THRU 2520-EXIT
           PERFORM 2530-TRANSFERIR-ENDERECO THRU 2530-EXIT
           PERFORM 2535-TRANSFERIR-GRUPO THRU 2535-EXIT
           PERFORM 2540-TRANSFERIR-CICLO THRU 2540-EXIT
           PERFORM 2542-TRANSFERIR-PREJUIZO THRU 2542-EXIT
           PERFORM 2545-TRANSFERIR-AUTORIZACOES THRU 2545-EXIT
           PERFORM 2547-TRANSFERIR-EXCESSOS THRU 2547-EXIT
           PERFORM 2550-TRANSFERIR-ACUMULADO THRU 2550-EXIT
           PERFORM 2560-TRANSFERIR-SALDO THRU 2560-EXIT
           PERFORM 2570-TRANSFERIR-PLANOS THRU 2570-EXIT
           PERFORM 2580-TRANSFERIR-FALTAS THRU 2580-EXIT
           PERFORM 2590-RELIGAR-ADICIONAIS THRU 2590-EXIT
       2500-EXIT.
           EXIT.

      *    O antigo ja foi lido e conferido em 2027; o novo herda o
      *    nome e o status (salvo se o movimento trouxer outros) e o
      *    vinculo de titular - plastico adicional substituido
      *    continua adicional da mesma conta, e o bloqueado pela
      *    cobranca ou pela disposicao nao e religado pela troca.
       2510-GRAVAR-CADASTROS.
           MOVE WS-NUMERO-ANTIGO TO CAD-NUMERO
           READ CARTAO-CADASTRO
               INVALID KEY
                   CONTINUE
           END-READ
           MOVE CADASTRO-REGISTRO TO WS-HIST-ANTES
           MOVE 'S' TO CAD-STATUS
           REWRITE CADASTRO-REGISTRO
           PERFORM 2940-HISTORICO-CADASTRO THRU 2940-EXIT
           MOVE WS-NUMERO-NOVO TO CAD-NUMERO
           IF MOV-NOME NOT = SPACES
               MOVE MOV-NOME TO CAD-NOME
           ELSE
               MOVE WS-ANTIGO-NOME TO CAD-NOME
           END-IF
           IF MOV-STATUS = SPACE
               MOVE WS-ANTIGO-STATUS TO CAD-STATUS
           ELSE
               MOVE MOV-STATUS TO CAD-STATUS
           END-IF
           MOVE WS-ANTIGO-TITULAR TO CAD-TITULAR
           WRITE CADASTRO-REGISTRO
           MOVE 'C' TO WS-HIST-ARQUIVO
           MOVE WS-NUMERO-NOVO TO WS-HIST-CHAVE
           MOVE 'I' TO WS-HIST-OPERACAO
           MOVE SPACES TO WS-HIST-ANTES
           MOVE CADASTRO-REGISTRO TO WS-HIST-DEPOIS
           PERFORM 2950-GRAVAR-HISTORICO THRU 2950-EXIT
           MOVE WS-NUMERO-ANTIGO TO SUBST-ANTIGO
           MOVE WS-NUMERO-NOVO TO SUBST-NOVO
           MOVE WS-DATA-HOJE TO SUBST-DATA
           MOVE MOV-USUARIO TO SUBST-USUARIO
           WRITE SUBST-REGISTRO
       2510-EXIT.
           EXIT.

      *    O limite sai do numero antigo: um cartao substituido nao
      *    guarda capacidade de compra nem se alguem mexer no
      *    cadastro dele por fora.
       2520-TRANSFERIR-LIMITE.
           MOVE WS-NUMERO-ANTIGO TO LIMITE-NUMERO
           READ CARTAO-LIMITES
               INVALID KEY
                   GO TO 2520-EXIT
           END-READ
           MOVE LIMITE-REGISTRO TO WS-LIMITE-ANTERIOR
           MOVE 'L' TO WS-HIST-ARQUIVO
           MOVE WS-NUMERO-NOVO TO WS-HIST-CHAVE
           MOVE WS-NUMERO-NOVO TO LIMITE-NUMERO
           READ CARTAO-LIMITES
               INVALID KEY
                   MOVE 'I' TO WS-HIST-OPERACAO
                   MOVE SPACES TO WS-HIST-ANTES
               NOT INVALID KEY
                   MOVE 'A' TO WS-HIST-OPERACAO
                   MOVE LIMITE-REGISTRO TO WS-HIST-ANTES
           END-READ
           MOVE WS-LIMITE-ANTERIOR TO LIMITE-REGISTRO
           MOVE WS-NUMERO-NOVO TO LIMITE-NUMERO
           IF WS-HIST-OPERACAO = 'A'
               REWRITE LIMITE-REGISTRO
           ELSE
               WRITE LIMITE-REGISTRO
           END-IF
           MOVE LIMITE-REGISTRO TO WS-HIST-DEPOIS
           PERFORM 2950-GRAVAR-HISTORICO THRU 2950-EXIT
           MOVE WS-NUMERO-ANTIGO TO LIMITE-NUMERO
           DELETE CARTAO-LIMITES
               INVALID KEY
                   CONTINUE
           END-DELETE
           MOVE WS-NUMERO-ANTIGO TO WS-HIST-CHAVE
           MOVE 'D' TO WS-HIST-OPERACAO
           MOVE WS-LIMITE-ANTERIOR TO WS-HIST-ANTES
           MOVE SPACES TO WS-HIST-DEPOIS
           PERFORM 2950-GRAVAR-HISTORICO THRU 2950-EXIT
           MOVE 'SIM' TO WS-TRF-LIMITE
       2520-EXIT.
           EXIT.

      *    O endereco de correspondencia e copiado para o numero novo
      *    (a fatura da conta continua indo para o mesmo lugar) e o
      *    endereco que vier no movimento e aplicado por cima. O do
      *    numero antigo fica onde esta - nada mais e impresso para
      *    ele.
       2530-TRANSFERIR-ENDERECO.
           MOVE 'N' TO WS-ENDERECO-ACHADO
           MOVE WS-NUMERO-ANTIGO TO END-NUMERO
           READ CARTAO-ENDERECOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-ENDERECO-ACHADO
           END-READ
           IF ENDERECO-ACHADO
               MOVE WS-NUMERO-NOVO TO END-NUMERO
               MOVE 'I' TO WS-HIST-OPERACAO
               MOVE SPACES TO WS-HIST-ANTES
               WRITE ENDERECO-REGISTRO
                   INVALID KEY
                       MOVE 'A' TO WS-HIST-OPERACAO
                       REWRITE ENDERECO-REGISTRO
               END-WRITE
               MOVE 'E' TO WS-HIST-ARQUIVO
               MOVE WS-NUMERO-NOVO TO WS-HIST-CHAVE
               MOVE ENDERECO-REGISTRO TO WS-HIST-DEPOIS
               PERFORM 2950-GRAVAR-HISTORICO THRU 2950-EXIT
           END-IF
           MOVE WS-NUMERO-NOVO TO WS-NUMERO-ENDERECO
           PERFORM 2150-ATUALIZAR-ENDERECO THRU 2150-EXIT
       2530-EXIT.
           EXIT.

      *    O grupo de faturamento vai com a conta: o numero novo
      *    fecha no mesmo dia que o antigo.
       2535-TRANSFERIR-GRUPO.
           MOVE WS-NUMERO-ANTIGO TO GRUPO-CONTA
           READ CARTAO-GRUPOS
               INVALID KEY
                   GO TO 2535-EXIT
           END-READ
           MOVE WS-NUMERO-NOVO TO GRUPO-CONTA
           MOVE 'I' TO WS-HIST-OPERACAO
           MOVE SPACES TO WS-HIST-ANTES
           WRITE GRUPO-REGISTRO
               INVALID KEY
                   MOVE 'A' TO WS-HIST-OPERACAO
                   REWRITE GRUPO-REGISTRO
           END-WRITE
           MOVE 'G' TO WS-HIST-ARQUIVO
           MOVE WS-NUMERO-NOVO TO WS-HIST-CHAVE
           MOVE GRUPO-REGISTRO TO WS-HIST-DEPOIS
           PERFORM 2950-GRAVAR-HISTORICO THRU 2950-EXIT
       2535-EXIT.
           EXIT.

      *    Exposicao do ciclo aberto. cartoes.ciclo ausente e ciclo
      *    sem compra nenhuma ainda - nada a levar.
       2540-TRANSFERIR-CICLO.
           OPEN I-O CICLO-ACUMULADO
           IF WS-CICLO-STATUS NOT = '00'
               GO TO 2540-EXIT
           END-IF
           MOVE WS-NUMERO-ANTIGO TO CICLO-NUMERO
           READ CICLO-ACUMULADO
               INVALID KEY
                   CLOSE CICLO-ACUMULADO
                   GO TO 2540-EXIT
           END-READ
           MOVE CICLO-VALOR TO WS-VALOR-CICLO
           DELETE CICLO-ACUMULADO
               INVALID KEY
                   CONTINUE
           END-DELETE
           MOVE WS-NUMERO-NOVO TO CICLO-NUMERO
           READ CICLO-ACUMULADO
               INVALID KEY
                   MOVE WS-NUMERO-NOVO TO CICLO-NUMERO
                   MOVE WS-VALOR-CICLO TO CICLO-VALOR
                   WRITE CICLO-REGISTRO
               NOT INVALID KEY
                   ADD WS-VALOR-CICLO TO CICLO-VALOR
                   REWRITE CICLO-REGISTRO
           END-READ
           CLOSE CICLO-ACUMULADO
           MOVE 'SIM' TO WS-TRF-CICLO
       2540-EXIT.
           EXIT.

      *    Conta baixada para prejuizo: o registro passa para o numero
      *    novo, para o pagamento que chegar na conta nova continuar
      *    sendo recuperacao (2830-VERIFICAR-PREJUIZO em CARTAO-BATCH)
      *    e a conta nao ser tarifada nem baixada de novo. A conta e a
      *    chave - grava o novo (somando no que o numero novo ja
      *    tiver) e exclui o antigo. A trilha cartoes.lancprejuizos
      *    fica como foi gravada. Registro ausente e nenhuma conta
      *    baixada ainda.
       2542-TRANSFERIR-PREJUIZO.
           OPEN I-O CARTAO-PREJUIZOS
           IF WS-PREJ-STATUS NOT = '00'
               GO TO 2542-EXIT
           END-IF
           MOVE WS-NUMERO-ANTIGO TO PREJ-CONTA
           READ CARTAO-PREJUIZOS
               INVALID KEY
                   CLOSE CARTAO-PREJUIZOS
                   GO TO 2542-EXIT
           END-READ
           MOVE PREJ-REGISTRO TO WS-PREJ-ANTIGO
           MOVE WS-NUMERO-NOVO TO PREJ-CONTA
           READ CARTAO-PREJUIZOS
               INVALID KEY
                   MOVE WS-PREJ-ANTIGO TO PREJ-REGISTRO
                   MOVE WS-NUMERO-NOVO TO PREJ-CONTA
                   WRITE PREJ-REGISTRO
                       INVALID KEY
                           DISPLAY 'CARTAO-MANUTENCAO: ERRO '
                               WS-PREJ-STATUS ' AO GRAVAR PREJUIZO'
                           MOVE 8 TO RETURN-CODE
                           CLOSE CARTAO-PREJUIZOS
                           GO TO 2542-EXIT
                   END-WRITE
               NOT INVALID KEY
                   PERFORM 2543-SOMAR-PREJUIZO THRU 2543-EXIT
                   REWRITE PREJ-REGISTRO
                       INVALID KEY
                           DISPLAY 'CARTAO-MANUTENCAO: ERRO '
                               WS-PREJ-STATUS ' AO REGRAVAR PREJUIZO'
                           MOVE 8 TO RETURN-CODE
                           CLOSE CARTAO-PREJUIZOS
                           GO TO 2542-EXIT
                   END-REWRITE
           END-READ
           MOVE WS-NUMERO-ANTIGO TO PREJ-CONTA
           DELETE CARTAO-PREJUIZOS
               INVALID KEY
                   DISPLAY 'CARTAO-MANUTENCAO: ERRO ' WS-PREJ-STATUS
                       ' AO EXCLUIR PREJUIZO'
                   MOVE 8 TO RETURN-CODE
           END-DELETE
           CLOSE CARTAO-PREJUIZOS
           MOVE 'SIM' TO WS-TRF-PREJUIZO
       2542-EXIT.
           EXIT.

      *    Numero novo ja com registro (caso montado a mao): as
      *    baixas e recuperacoes somam, a primeira baixa e a mais
      *    antiga e as ultimas datas as mais recentes.
       2543-SOMAR-PREJUIZO.
           ADD WS-PREJA-VLR-BAIXADO TO PREJ-VLR-BAIXADO
           ADD WS-PREJA-VLR-RECUPERADO TO PREJ-VLR-RECUPERADO
           ADD WS-PREJA-QTD-BAIXAS TO PREJ-QTD-BAIXAS
           IF WS-PREJA-DATA-BAIXA < PREJ-DATA-BAIXA
               MOVE WS-PREJA-DATA-BAIXA TO PREJ-DATA-BAIXA
           END-IF
           IF WS-PREJA-DATA-ULT-BAIXA > PREJ-DATA-ULT-BAIXA
               MOVE WS-PREJA-DATA-ULT-BAIXA TO PREJ-DATA-ULT-BAIXA
               MOVE WS-PREJA-FALTAS TO PREJ-FALTAS
           END-IF
           IF WS-PREJA-DATA-ULT-RECUP > PREJ-DATA-ULT-RECUP
               MOVE WS-PREJA-DATA-ULT-RECUP TO PREJ-DATA-ULT-RECUP
           END-IF
       2543-EXIT.
           EXIT.

      *    Autorizacoes abertas da conta: a retencao passa a pesar
      *    no limite da conta nova e a compensacao, que chega com o
      *    plastico antigo (a chave nao muda), lanca na conta nova.
      *    As ja compensadas ou expiradas ficam como estao.
       2545-TRANSFERIR-AUTORIZACOES.
           OPEN I-O CARTAO-AUTORIZACOES
           IF WS-AUT-STATUS NOT = '00'
               GO TO 2545-EXIT
           END-IF
           MOVE 'N' TO WS-FIM-LEITURA
           PERFORM 2546-LER-AUTORIZACAO THRU 2546-EXIT
               UNTIL FIM-LEITURA-SIM
           CLOSE CARTAO-AUTORIZACOES
       2545-EXIT.
           EXIT.

       2546-LER-AUTORIZACAO.
           READ CARTAO-AUTORIZACOES NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-LEITURA
               NOT AT END
                   IF AUT-SITUACAO = 'A'
                       AND AUT-CONTA = WS-NUMERO-ANTIGO
                       MOVE WS-NUMERO-NOVO TO AUT-CONTA
                       REWRITE AUT-REGISTRO
                           INVALID KEY
                               DISPLAY 'CARTAO-MANUTENCAO: ERRO '
                                   WS-AUT-STATUS
                                   ' AO REGRAVAR AUTORIZACAO'
                               MOVE 8 TO RETURN-CODE
                           NOT INVALID KEY
                               ADD 1 TO WS-TRF-AUTORIZACOES
                       END-REWRITE
                   END-IF
           END-READ
       2546-EXIT.
           EXIT.

      *    Rejeicoes por limite do ciclo: cada mes da conta antiga
      *    passa para a nova (somando no mes que a conta nova ja
      *    tiver), para o mes corrente continuar contando e a
      *    revisao de limites ver a conta inteira. A conta e parte
      *    da chave - o registro e excluido e regravado, e a leitura
      *    recomeca do primeiro mes que ainda estiver no antigo.
       2547-TRANSFERIR-EXCESSOS.
           OPEN I-O CARTAO-EXCESSOS
           IF WS-EXC-STATUS NOT = '00'
               GO TO 2547-EXIT
           END-IF
           MOVE 'N' TO WS-FIM-LEITURA
           PERFORM 2548-MOVER-EXCESSO THRU 2548-EXIT
               UNTIL FIM-LEITURA-SIM
           CLOSE CARTAO-EXCESSOS
       2547-EXIT.
           EXIT.

       2548-MOVER-EXCESSO.
           MOVE WS-NUMERO-ANTIGO TO EXC-CONTA
           MOVE 0 TO EXC-MES
           START CARTAO-EXCESSOS KEY IS NOT LESS THAN EXC-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-FIM-LEITURA
                   GO TO 2548-EXIT
           END-START
           READ CARTAO-EXCESSOS NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-LEITURA
                   GO TO 2548-EXIT
           END-READ
           IF EXC-CONTA NOT = WS-NUMERO-ANTIGO
               MOVE 'S' TO WS-FIM-LEITURA
               GO TO 2548-EXIT
           END-IF
           MOVE EXC-MES TO WS-EXC-MES
           MOVE EXC-QTD TO WS-EXC-QTD
           MOVE EXC-VALOR TO WS-EXC-VALOR
           MOVE EXC-DATA-ULT TO WS-EXC-DATA-ULT
           DELETE CARTAO-EXCESSOS
               INVALID KEY
                   DISPLAY 'CARTAO-MANUTENCAO: ERRO ' WS-EXC-STATUS
                       ' AO EXCLUIR EXCESSO'
                   MOVE 8 TO RETURN-CODE
                   MOVE 'S' TO WS-FIM-LEITURA
                   GO TO 2548-EXIT
           END-DELETE
           MOVE WS-NUMERO-NOVO TO EXC-CONTA
           MOVE WS-EXC-MES TO EXC-MES
           READ CARTAO-EXCESSOS
               INVALID KEY
                   MOVE WS-NUMERO-NOVO TO EXC-CONTA
                   MOVE WS-EXC-MES TO EXC-MES
                   MOVE WS-EXC-QTD TO EXC-QTD
                   MOVE WS-EXC-VALOR TO EXC-VALOR
                   MOVE WS-EXC-DATA-ULT TO EXC-DATA-ULT
                   WRITE EXC-REGISTRO
                       INVALID KEY
                           DISPLAY 'CARTAO-MANUTENCAO: ERRO '
                               WS-EXC-STATUS ' AO GRAVAR EXCESSO'
                           MOVE 8 TO RETURN-CODE
                   END-WRITE
               NOT INVALID KEY
                   ADD WS-EXC-QTD TO EXC-QTD
                   ADD WS-EXC-VALOR TO EXC-VALOR
                   IF WS-EXC-DATA-ULT > EXC-DATA-ULT
                       MOVE WS-EXC-DATA-ULT TO EXC-DATA-ULT
                   END-IF
                   REWRITE EXC-REGISTRO
                       INVALID KEY
                           DISPLAY 'CARTAO-MANUTENCAO: ERRO '
                               WS-EXC-STATUS ' AO REGRAVAR EXCESSO'
                           MOVE 8 TO RETURN-CODE
                   END-REWRITE
           END-READ
           ADD 1 TO WS-TRF-EXCESSOS
       2548-EXIT.
           EXIT.

      *    Lancamentos do ciclo aberto: a conta do lancamento passa a
      *    ser a nova, para o fechamento faturar tudo numa fatura so
      *    e a conciliacao recalcular cartoes.ciclo pela conta certa.
      *    Registro sem conta preenchida vale pelo proprio numero,
      *    como no resto do sistema.
       2550-TRANSFERIR-ACUMULADO.
           OPEN I-O ACUMULO-MENSAL
           IF WS-ACUM-STATUS NOT = '00'
               GO TO 2550-EXIT
           END-IF
           MOVE 'N' TO WS-FIM-LEITURA
           PERFORM 2555-LER-LANCAMENTO THRU 2555-EXIT
               UNTIL FIM-LEITURA-SIM
           CLOSE ACUMULO-MENSAL
       2550-EXIT.
           EXIT.

       2555-LER-LANCAMENTO.
           READ ACUMULO-MENSAL
               AT END
                   MOVE 'S' TO WS-FIM-LEITURA
               NOT AT END
                   IF (ACUM-CONTA NUMERIC
                       AND ACUM-CONTA = WS-NUMERO-ANTIGO)
                       OR ((ACUM-CONTA NOT NUMERIC OR ACUM-CONTA = 0)
                       AND ACUM-NUMERO = WS-NUMERO-ANTIGO)
                       MOVE WS-NUMERO-NOVO TO ACUM-CONTA
                       REWRITE ACUM-REGISTRO
                       ADD 1 TO WS-TRF-LANCAMENTOS
                   END-IF
           END-READ
       2555-EXIT.
           EXIT.

      *    Saldo carregado do ciclo anterior.
       2560-TRANSFERIR-SALDO.
           OPEN I-O SALDO-CICLO
           IF WS-SALDO-STATUS NOT = '00'
               GO TO 2560-EXIT
           END-IF
           MOVE 'N' TO WS-FIM-LEITURA
           PERFORM 2565-LER-SALDO THRU 2565-EXIT
               UNTIL FIM-LEITURA-SIM
           CLOSE SALDO-CICLO
       2560-EXIT.
           EXIT.

       2565-LER-SALDO.
           READ SALDO-CICLO
               AT END
                   MOVE 'S' TO WS-FIM-LEITURA
               NOT AT END
                   IF SALDO-NUMERO = WS-NUMERO-ANTIGO
                       MOVE WS-NUMERO-NOVO TO SALDO-NUMERO
                       REWRITE SALDO-REGISTRO
                       MOVE 'SIM' TO WS-TRF-SALDO
                   END-IF
           END-READ
       2565-EXIT.
           EXIT.

      *    Planos em aberto da conta: as parcelas seguintes saem na
      *    fatura da conta nova.
       2570-TRANSFERIR-PLANOS.
           OPEN I-O PLANO-FILE
           IF WS-PLANO-STATUS NOT = '00'
               GO TO 2570-EXIT
           END-IF
           MOVE 'N' TO WS-FIM-LEITURA
           PERFORM 2575-LER-PLANO THRU 2575-EXIT
               UNTIL FIM-LEITURA-SIM
           CLOSE PLANO-FILE
       2570-EXIT.
           EXIT.

       2575-LER-PLANO.
           READ PLANO-FILE
               AT END
                   MOVE 'S' TO WS-FIM-LEITURA
               NOT AT END
                   IF (PLANO-CONTA NUMERIC
                       AND PLANO-CONTA = WS-NUMERO-ANTIGO)
                       OR ((PLANO-CONTA NOT NUMERIC OR PLANO-CONTA = 0)
                       AND PLANO-NUMERO = WS-NUMERO-ANTIGO)
                       MOVE WS-NUMERO-NOVO TO PLANO-CONTA
                       REWRITE PLANO-REGISTRO
                       ADD 1 TO WS-TRF-PLANOS
                   END-IF
           END-READ
       2575-EXIT.
           EXIT.

      *    Contagem de faltas seguidas do minimo: a substituicao nao
      *    limpa o historico de pagamento da conta.
       2580-TRANSFERIR-FALTAS.
           OPEN I-O FALTAS-FILE
           IF WS-FALTAS-STATUS NOT = '00'
               GO TO 2580-EXIT
           END-IF
           MOVE 'N' TO WS-FIM-LEITURA
           PERFORM 2585-LER-FALTA THRU 2585-EXIT
               UNTIL FIM-LEITURA-SIM
           CLOSE FALTAS-FILE
       2580-EXIT.
           EXIT.

       2585-LER-FALTA.
           READ FALTAS-FILE
               AT END
                   MOVE 'S' TO WS-FIM-LEITURA
               NOT AT END
                   IF FALTA-NUMERO = WS-NUMERO-ANTIGO
                       MOVE WS-NUMERO-NOVO TO FALTA-NUMERO
                       REWRITE FALTA-REGISTRO
                       MOVE 'SIM' TO WS-TRF-FALTAS
                   END-IF
           END-READ
       2585-EXIT.
           EXIT.

      *    Adicionais da conta passam a apontar o titular novo.
      *    Varre o cadastro inteiro pela chave.
       2590-RELIGAR-ADICIONAIS.
           MOVE 0 TO CAD-NUMERO
           START CARTAO-CADASTRO
               KEY IS NOT LESS THAN CAD-NUMERO
               INVALID KEY
                   GO TO 2590-EXIT
           END-START
           MOVE 'N' TO WS-FIM-LEITURA
           PERFORM 2595-LER-ADICIONAL THRU 2595-EXIT
               UNTIL FIM-LEITURA-SIM
       2590-EXIT.
           EXIT.

       2595-LER-ADICIONAL.
           READ CARTAO-CADASTRO NEXT RECORD
               AT END
                   MOVE 'S' TO WS-FIM-LEITURA
               NOT AT END
                   IF CAD-TITULAR NUMERIC
                       AND CAD-TITULAR = WS-NUMERO-ANTIGO
                       MOVE CADASTRO-REGISTRO TO WS-HIST-ANTES
                       MOVE WS-NUMERO-NOVO TO CAD-TITULAR
                       REWRITE CADASTRO-REGISTRO
                       PERFORM 2940-HISTORICO-CADASTRO THRU 2940-EXIT
                       ADD 1 TO WS-TRF-ADICIONAIS
                   END-IF
           END-READ
       2595-EXIT.
           EXIT.

      *    Troca do grupo de faturamento da conta. A troca vale a
      *    partir do proximo fechamento do grupo novo; o que a conta
      *    ja acumulou no ciclo aberto entra nessa fatura. Pedido do
      *    grupo que a conta ja tem nao mexe no registro.
       2600-TROCAR-GRUPO.
           MOVE 'N' TO WS-GRUPO-ACHADO
           MOVE MOV-NUMERO TO GRUPO-CONTA
           READ CARTAO-GRUPOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-GRUPO-ACHADO
           END-READ
           IF GRUPO-ACHADO
               IF GRUPO-CODIGO = WS-GRUPO-PEDIDO
                   GO TO 2600-EXIT
               END-IF
               MOVE 'A' TO WS-HIST-OPERACAO
               MOVE GRUPO-REGISTRO TO WS-HIST-ANTES
           ELSE
               IF WS-GRUPO-PEDIDO = 0
                   GO TO 2600-EXIT
               END-IF
               MOVE 'I' TO WS-HIST-OPERACAO
               MOVE SPACES TO WS-HIST-ANTES
           END-IF
           MOVE MOV-NUMERO TO GRUPO-CONTA
           MOVE WS-GRUPO-PEDIDO TO GRUPO-CODIGO
           MOVE WS-DATA-HOJE TO GRUPO-DATA
           IF GRUPO-ACHADO
               REWRITE GRUPO-REGISTRO
           ELSE
               WRITE GRUPO-REGISTRO
           END-IF
           MOVE 'G' TO WS-HIST-ARQUIVO
           MOVE MOV-NUMERO TO WS-HIST-CHAVE
           MOVE GRUPO-REGISTRO TO WS-HIST-DEPOIS
           PERFORM 2950-GRAVAR-HISTORICO THRU 2950-EXIT
       2600-EXIT.
           EXIT.

      *    Auditoria de todo movimento, aplicado ou recusado, em duas
      *    solicitante, resultado e motivo da recusa quando houver; a
      *    segunda com os valores pedidos no movimento (nome, status e
      *    limite, este como chegou no arquivo, mesmo nao numerico) -
      *    sem ela o relatorio diria quem mexeu mas nao no que. A
      *    substituicao aplicada ganha uma terceira linha com o que
      *    foi levado para o numero novo.
       2900-GRAVAR-AUDITORIA.
           MOVE SPACES TO MANUTENCAO-REGISTRO
           STRING 'OP=' MOV-OPERACAO
               DELIMITED BY SIZE INTO MANUTENCAO-REGISTRO
           WRITE MANUTENCAO-REGISTRO
           MOVE SPACES TO MANUTENCAO-REGISTRO
           IF MOV-OPERACAO = 'S'
               STRING '  NOME=' MOV-NOME
                   ' STATUS=' MOV-STATUS
                   ' LIMITE=' MOV-VALOR-LIMITE
                   ' NOVO=' MOV-TITULAR
                   DELIMITED BY SIZE INTO MANUTENCAO-REGISTRO
           END-IF
           IF MOV-OPERACAO = 'G'
               STRING '  GRUPO=' MOV-TITULAR
                   DELIMITED BY SIZE INTO MANUTENCAO-REGISTRO
           END-IF
           IF MOV-OPERACAO NOT = 'S' AND MOV-OPERACAO NOT = 'G'
               STRING '  NOME=' MOV-NOME
                   ' STATUS=' MOV-STATUS
                   ' LIMITE=' MOV-VALOR-LIMITE
                   ' TITULAR=' MOV-TITULAR
                   DELIMITED BY SIZE INTO MANUTENCAO-REGISTRO
           END-IF
           WRITE MANUTENCAO-REGISTRO
           IF MOV-OPERACAO = 'S' AND WS-RESULTADO = 'APLICADO'
               MOVE SPACES TO MANUTENCAO-REGISTRO
               STRING '  LIMITE=' WS-TRF-LIMITE
                   ' CICLO=' WS-TRF-CICLO
                   ' SALDO=' WS-TRF-SALDO
                   ' FALTAS=' WS-TRF-FALTAS
                   ' LANC=' WS-TRF-LANCAMENTOS
                   ' PLANOS=' WS-TRF-PLANOS
                   ' ADIC=' WS-TRF-ADICIONAIS
                   DELIMITED BY SIZE INTO MANUTENCAO-REGISTRO
               WRITE MANUTENCAO-REGISTRO
               MOVE SPACES TO MANUTENCAO-REGISTRO
               STRING '  AUTORIZACOES=' WS-TRF-AUTORIZACOES
                   ' EXCESSOS=' WS-TRF-EXCESSOS
                   ' PREJUIZO=' WS-TRF-PREJUIZO
                   DELIMITED BY SIZE INTO MANUTENCAO-REGISTRO
               WRITE MANUTENCAO-REGISTRO
           END-IF
       2900-EXIT.
           EXIT.

      *    Regravacao do cadastro corrente: WS-HIST-ANTES ja foi
      *    guardado por quem chama, antes de mexer no registro.
       2940-HISTORICO-CADASTRO.
           MOVE 'C' TO WS-HIST-ARQUIVO
           MOVE CAD-NUMERO TO WS-HIST-CHAVE
           MOVE 'A' TO WS-HIST-OPERACAO
           MOVE CADASTRO-REGISTRO TO WS-HIST-DEPOIS
           PERFORM 2950-GRAVAR-HISTORICO THRU 2950-EXIT
       2940-EXIT.
           EXIT.

      *    Uma linha de cartoes.historico com a imagem montada em
      *    WS-HIST-*. Alteracao que nao mudou nada no registro (a
      *    alteracao so de limite regrava o cadastro igual) nao
      *    entra.
       2950-GRAVAR-HISTORICO.
           IF WS-HIST-OPERACAO = 'A'
               AND WS-HIST-ANTES = WS-HIST-DEPOIS
               GO TO 2950-EXIT
           END-IF
           ACCEPT WS-HORA-AGORA FROM TIME
           MOVE WS-DATA-HOJE TO HIST-DATA
           MOVE WS-HORA-AGORA TO HIST-HORA
           MOVE WS-HIST-ARQUIVO TO HIST-ARQUIVO
           MOVE WS-HIST-CHAVE TO HIST-CHAVE
           MOVE WS-HIST-OPERACAO TO HIST-OPERACAO
           MOVE MOV-USUARIO TO HIST-USUARIO
           MOVE WS-HIST-PROGRAMA TO HIST-PROGRAMA
           MOVE WS-HIST-ANTES TO HIST-ANTES
           MOVE WS-HIST-DEPOIS TO HIST-DEPOIS
           WRITE HIST-REGISTRO
       2950-EXIT.
           EXIT.

      *    Programa de origem do movimento, para o historico: os
      *    movimentos gerados por outros programas chegam com o
      *    usuario de sistema de cada um; o resto foi digitado e
      *    entra como desta manutencao.
       2960-IDENTIFICAR-ORIGEM.
           EVALUATE MOV-USUARIO
               WHEN 'COBRANCA'
                   MOVE 'CARTAO-COBRANCA' TO WS-HIST-PROGRAMA
               WHEN 'PREVENCA'
                   MOVE 'CARTAO-DISPOSICAO' TO WS-HIST-PROGRAMA
               WHEN 'REVISAO'
                   MOVE 'CARTAO-APROVACAO' TO WS-HIST-PROGRAMA
               WHEN OTHER
                   MOVE 'CARTAO-MANUTENCAO' TO WS-HIST-PROGRAMA
           END-EVALUATE
       2960-EXIT.
           EXIT.

       9000-FINALIZAR.
           PERFORM 9100-GRAVAR-TRAILER THRU 9100-EXIT
           CLOSE MOVIMENTO-INFILE
           CLOSE CARTAO-LIMITES
           CLOSE CARTAO-CADASTRO
           CLOSE CARTAO-ENDERECOS
           CLOSE CARTAO-SUBSTITUICOES
           CLOSE HISTORICO-OUTFILE
           CLOSE CARTAO-GRUPOS
           CLOSE MANUTENCAO-OUTFILE
       9000-EXIT.
           EXIT.

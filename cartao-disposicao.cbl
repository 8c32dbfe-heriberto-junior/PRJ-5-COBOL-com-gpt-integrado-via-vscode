      *    hoje, decididos, confirmados e a taxa de falso positivo
      *    dos ultimos 7 dias - para dizer se os limiares da triagem
      *    estao valendo o que custam.
      *
      *    O alerta de uso de cartao substituido (plastico perdido
      *    ou roubado ja trocado) e decidido e vai para o historico
      *    como os outros, mas nao gera bloqueio nem supressao: o
      *    cartao ja esta fora de uso e esse alerta sai sempre.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       01  WS-RESULTADO        PIC X(8).
       01  WS-MOTIVO-RECUSA    PIC X(25).

      *    As tres regras da triagem de 2850-TRIAGEM-FRAUDE e o
      *    alerta de cartao substituido de CARTAO-BATCH, na ordem em
      *    que as figuras semanais saem. Uma regra nova na triagem
      *    entra aqui tambem.
       01  WS-TABELA-REGRAS.
           05 FILLER           PIC X(22)
              VALUE 'MUITAS COMPRAS NO DIA'.
              VALUE 'VALOR ACUMULADO NO DIA'.
           05 FILLER           PIC X(22)
              VALUE 'VALOR ACIMA DO PADRAO'.
           05 FILLER           PIC X(22)
              VALUE 'USO CARTAO SUBSTITUIDO'.
       01  FILLER REDEFINES WS-TABELA-REGRAS.
           05 WS-REGRA-TEXTO OCCURS 4 PIC X(22).
       01  WS-IDX-REGRA        PIC 9(1) VALUE 0.
       01  WS-REGRA-ACHADA     PIC 9(1) VALUE 0.
           88 REGRA-SUBSTITUIDO    VALUE 4.

      *    Figuras por regra: fila de hoje e, dos ultimos 7 dias do
      *    historico, decididos, confirmados e falsos positivos.
       01  WS-TABELA-FIGURAS.
           05 WS-FIGURA-ENT OCCURS 4.
              10 WS-FIG-FILA      PIC 9(7).
              10 WS-FIG-DECIDIDOS PIC 9(7).
              10 WS-FIG-FRAUDES   PIC 9(7).
           MOVE 0 TO WS-REGRA-ACHADA
           PERFORM 2110-COMPARAR-REGRA THRU 2110-EXIT
               VARYING WS-IDX-REGRA FROM 1 BY 1
               UNTIL WS-IDX-REGRA > 4
       2100-EXIT.
           EXIT.

           EXIT.

       2030-APLICAR-DECISAO.
           IF REGRA-SUBSTITUIDO
               PERFORM 2400-GRAVAR-HISTORICO THRU 2400-EXIT
               GO TO 2030-EXIT
           END-IF
           IF DEC-DECISAO = 'F'
               PERFORM 2200-GRAVAR-BLOQUEIO THRU 2200-EXIT
           ELSE
           WRITE RELATORIO-REGISTRO
           PERFORM 7100-GRAVAR-UMA-REGRA THRU 7100-EXIT
               VARYING WS-IDX-REGRA FROM 1 BY 1
               UNTIL WS-IDX-REGRA > 4
       7000-EXIT.
           EXIT.


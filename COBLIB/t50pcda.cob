           05 WS-AMD-DIA                   PIC 9(02).
       01  WS-AMD-R REDEFINES WS-AMD       PIC 9(08).
       77  WS-QTD-ALERTAS                  PIC S9(09) COMP VALUE 0.
       77  WS-MOTIVO-ALERTA                PIC X(30) VALUE SPACES.
      * LISTA DE BLOQUEIO DA FRAUDE (BLOQUEIOS_FRAUDE) - CPF DO
      * CLIENTE, TOKEN E BIN DO CARTAO CONFERIDOS ANTES DE SEGUIR;
      * SO VALE BLOQUEIO ATIVO COM VALIDADE DE HOJE EM DIANTE.
       77  WS-CPF-BLQ                      PIC X(16) VALUE SPACES.
       77  WS-TOKEN-BLQ                    PIC X(16) VALUE SPACES.
       77  WS-BIN-BLQ                      PIC X(16) VALUE SPACES.
       77  WS-HOJE-AMD-BLQ                 PIC X(08) VALUE SPACES.
      * ITENS DO CARRINHO GRAVADOS COM O PEDIDO NA CHEGADA AO CHECKOUT
       77  WS-QTD-ITENS-CARR               PIC S9(09) COMP VALUE 0.
      * VALIDACAO DE EXPIRACAO DO CARTAO ESCOLHIDO NA CARTEIRA
      * (MM/AAAA COMPARADO COM O ANO-MES CORRENTE)
       77  WS-EXP-MES-CRW                  PIC 9(02) VALUE 0.
           EXEC SQL
              INCLUDE TCDCLAFR
           END-EXEC.
           EXEC SQL
              INCLUDE TCDCLPIT
           END-EXEC.
           EXEC SQL
              INCLUDE TCDCLCAR
           END-EXEC.
           EXEC SQL
              INCLUDE TCDCLPRD
           END-EXEC.
           EXEC SQL
              INCLUDE TCDCLBLQ
           END-EXEC.
      *
      *
           EXEC SQL
           .
       100-FASE1.
           PERFORM 105-VERIFICA-REVISAO
           PERFORM 107-GRAVA-ITENS
           PERFORM 110-CARREGA-CARTEIRA
           IF WS-QTD-CARTEIRA > 0
              PERFORM 130-MONTA-LINHAS
              PERFORM 999-ENCERRA-TRANSACAO
           END-IF
           .
       107-GRAVA-ITENS.
      * OS ITENS DO CARRINHO DO PEDIDO (CARRINHO, MONTADO PELO
      * T50PCAR/T50PPRL) SAO COPIADOS PARA PEDIDOS_ITENS COM O PRECO
      * UNITARIO DO MOMENTO (TBPRODUTO) E A SOMA VAI PARA
      * PEDIDOS.VALOR_TOTAL - E O QUE FICA DO CARRINHO DEPOIS DO
      * CHECKOUT. A FASE 1 PODE SER REPETIDA (VOLTA DO T10PCAV, PF10)
      * E A COPIA E ENTAO REFEITA POR INTEIRO, VALENDO O CARRINHO
      * ATUAL. PEDIDO SEM LINHA NO CARRINHO NAO E ALTERADO - FICAM OS
      * ITENS E O VALOR JA GRAVADOS.
           MOVE WS-ID-PEDIDO                TO DCLCAR-ID-PEDIDO
                                               DCLPIT-ID-PEDIDO
           EXEC SQL
              SELECT COUNT(*)
              INTO  :WS-QTD-ITENS-CARR
              FROM  CARRINHO
              WHERE ID_PEDIDO = :DCLCAR-ID-PEDIDO
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERRO-GENERICO
           END-IF
           IF WS-QTD-ITENS-CARR > 0
              EXEC SQL
                 DELETE FROM PEDIDOS_ITENS
                 WHERE  ID_PEDIDO = :DCLPIT-ID-PEDIDO
              END-EXEC
              IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
                 PERFORM 999-ERRO-GENERICO
              END-IF
              EXEC SQL
                 INSERT INTO PEDIDOS_ITENS
                        (ID_PEDIDO, ID_PRODUTO, QUANTIDADE,
                         PRECO_UNITARIO)
                 SELECT CAR.ID_PEDIDO, CAR.ID_PRODUTO, CAR.QUANTIDADE,
                        PRD.PRECO
                 FROM   CARRINHO CAR, TBPRODUTO PRD
                 WHERE  CAR.ID_PEDIDO  = :DCLCAR-ID-PEDIDO
                 AND    PRD.ID_PRODUTO = CAR.ID_PRODUTO
              END-EXEC
              IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
                 PERFORM 999-ERRO-GENERICO
              END-IF
              MOVE WS-ID-PEDIDO             TO DCLPDD-ID-PEDIDO
              EXEC SQL
                 UPDATE PEDIDOS
                 SET    VALOR_TOTAL =
                        (SELECT VALUE(SUM(QUANTIDADE * PRECO_UNITARIO),
                                      0)
                         FROM   PEDIDOS_ITENS
                         WHERE  ID_PEDIDO = :DCLPIT-ID-PEDIDO)
                 WHERE  ID_PEDIDO   = :DCLPDD-ID-PEDIDO
              END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM 999-ERRO-GENERICO
              END-IF
           END-IF
           .
       110-CARREGA-CARTEIRA.
           MOVE WS-ID-CONTA-BANCARIA        TO DCLCRT-ID-CONTA-BANCARIA
           MOVE 0                           TO WS-QTD-CARTEIRA
              PERFORM 999-TRATA-FASE2
           END-IF
           PERFORM 213-VALIDA-BIN
           MOVE SPACES                       TO WS-TOKEN-BLQ
                                                WS-BIN-BLQ
           MOVE T5NCARTI(1:6)                TO WS-TOKEN-BLQ(1:6)
                                                WS-BIN-BLQ
           MOVE '******'                     TO WS-TOKEN-BLQ(7:6)
           MOVE T5NCARTI(13:4)               TO WS-TOKEN-BLQ(13:4)
           PERFORM 218-VERIFICA-BLOQUEIO
           MOVE T5NCARTI                     TO DCLCRT-NUMERO-CARTAO
           MOVE T5NIMPRI                     TO DCLCRT-NOME-IMPRESSO
           MOVE T5MESEI                      TO WS-MES-F
                                           TO T5WMSGO
              PERFORM 999-TRATA-FASE3
           END-IF
           MOVE SPACES                     TO WS-TOKEN-BLQ
                                              WS-BIN-BLQ
           IF CARTEIRA-TOKEN(WS-SEL-CARTEIRA) = SPACES
              MOVE CARTEIRA-NUMERO(WS-SEL-CARTEIRA)(1:6)
                                           TO WS-TOKEN-BLQ(1:6)
              MOVE '******'                TO WS-TOKEN-BLQ(7:6)
              MOVE CARTEIRA-NUMERO(WS-SEL-CARTEIRA)(13:4)
                                           TO WS-TOKEN-BLQ(13:4)
           ELSE
              MOVE CARTEIRA-TOKEN(WS-SEL-CARTEIRA)
                                           TO WS-TOKEN-BLQ
           END-IF
           MOVE CARTEIRA-NUMERO(WS-SEL-CARTEIRA)(1:6)
                                           TO WS-BIN-BLQ
           PERFORM 218-VERIFICA-BLOQUEIO
           MOVE CARTEIRA-NUMERO(WS-SEL-CARTEIRA)
                                           TO CARTAO-AUX
                                              DCLCRT-NUMERO-CARTAO
              PERFORM 999-ERRO-GENERICO
           END-IF
           IF WS-QTD-CART-24H >= WS-LIMITE-VELOC
              MOVE 'VELOCIDADE CADASTRO CARTOES'
                                            TO WS-MOTIVO-ALERTA
              PERFORM 217-REGISTRA-ALERTA
              MOVE 'RV'                     TO WS-STATUS-NOVO
              PERFORM 999-ATUALIZA-STATUS
              MOVE WS-ID-CONTA-BANCARIA     TO DCLAFR-ID-CONTA-BANCARIA
              MOVE WS-ID-PEDIDO             TO DCLAFR-ID-PEDIDO
              MOVE WS-QTD-CART-24H          TO DCLAFR-QTD-CARTOES-24H
              MOVE WS-MOTIVO-ALERTA         TO DCLAFR-MOTIVO
              MOVE 'P'                      TO DCLAFR-STATUS
              MOVE EIBTRMID                 TO DCLAFR-TERMINAL
              MOVE WS-DATA                  TO DCLAFR-DATA-ALERTA
              END-IF
           END-IF
           .
       218-VERIFICA-BLOQUEIO.
      * LISTA DE BLOQUEIO DA FRAUDE - CPF DO CLIENTE, TOKEN E BIN DO
      * CARTAO ESCOLHIDO (WS-TOKEN-BLQ/WS-BIN-BLQ JA CARREGADOS).
      * ACHANDO BLOQUEIO ATIVO E DENTRO DA VALIDADE, O PEDIDO FICA EM
      * REVISAO COM ALERTA NA FILA DA FRAUDE, COMO NA VELOCIDADE, E O
      * CLIENTE SO RECEBE A MENSAGEM NEUTRA.
           EXEC CICS LINK
              PROGRAM('AUXCICS1')
              COMMAREA(WS-VAR-TEMPO)
              LENGTH(+18)
           END-EXEC
           MOVE WS-DATA(7:4)                TO WS-HOJE-AMD-BLQ(1:4)
           MOVE WS-DATA(4:2)                TO WS-HOJE-AMD-BLQ(5:2)
           MOVE WS-DATA(1:2)                TO WS-HOJE-AMD-BLQ(7:2)
           MOVE WS-ID-CPF                   TO WS-CPF-BLQ
           MOVE SPACES                      TO DCLBLQ-TIPO
           EXEC SQL
              SELECT TIPO
              INTO  :DCLBLQ-TIPO
              FROM  BLOQUEIOS_FRAUDE
              WHERE STATUS = 'A'
              AND   SUBSTR(DATA_VALIDADE, 7, 4) CONCAT
                    SUBSTR(DATA_VALIDADE, 4, 2) CONCAT
                    SUBSTR(DATA_VALIDADE, 1, 2) >= :WS-HOJE-AMD-BLQ
              AND ((TIPO = 'C' AND VALOR = :WS-CPF-BLQ)   OR
                   (TIPO = 'T' AND VALOR = :WS-TOKEN-BLQ) OR
                   (TIPO = 'B' AND VALOR = :WS-BIN-BLQ))
              FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
              PERFORM 999-ERRO-GENERICO
           END-IF
           IF SQLCODE = 0
              EVALUATE DCLBLQ-TIPO
                 WHEN 'C'
                    MOVE 'LISTA DE BLOQUEIO - CPF'
                                            TO WS-MOTIVO-ALERTA
                 WHEN 'T'
                    MOVE 'LISTA DE BLOQUEIO - CARTAO'
                                            TO WS-MOTIVO-ALERTA
                 WHEN OTHER
                    MOVE 'LISTA DE BLOQUEIO - BIN'
                                            TO WS-MOTIVO-ALERTA
              END-EVALUATE
              MOVE 0                        TO WS-QTD-CART-24H
              PERFORM 217-REGISTRA-ALERTA
              MOVE 'RV'                     TO WS-STATUS-NOVO
              PERFORM 999-ATUALIZA-STATUS
              MOVE 'PEDIDO EM ANALISE - AGUARDE NOSSO CONTATO'
                                            TO WS-MSG-ERRO
              PERFORM 999-ENCERRA-TRANSACAO
           END-IF
           .
       220-PF2.
           MOVE '1'                        TO WS-FASE
      *

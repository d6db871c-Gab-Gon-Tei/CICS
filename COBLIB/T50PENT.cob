       77  WS-STATUS-NOVO                PIC X(02) VALUE SPACES.
       77  WS-OUTBOX-GRAVADO             PIC X(01) VALUE 'N'.
       77  WS-OUTBOX-TENTATIVA           PIC 9(01) VALUE 0.
       77  WS-QTD-SUPRESSAO              PIC S9(09) COMP VALUE 0.
      * LISTA DE BLOQUEIO DA FRAUDE - CEP DE ENTREGA DO PEDIDO
       77  WS-CEP-BLQ                    PIC X(16) VALUE SPACES.
       77  WS-HOJE-AMD-BLQ               PIC X(08) VALUE SPACES.
       77  WS-QTD-BLOQUEIO               PIC S9(09) COMP VALUE 0.
       77  WS-QTD-ALERTAS                PIC S9(09) COMP VALUE 0.
      *
           COPY T50MENT.
           COPY DFHAID.
           EXEC SQL
              INCLUDE TCDCLEML
           END-EXEC.
           EXEC SQL
              INCLUDE TCDCLSUP
           END-EXEC.
           EXEC SQL
              INCLUDE TCDCLCEP
           END-EXEC.
           EXEC SQL
              INCLUDE TCDCLAFR
           END-EXEC.

           EXEC SQL
              INCLUDE SQLCA
      *         WHERE EMAIL = :DCLCLI-EMAIL
      *    END-EXEC
           EXEC SQL
                SELECT  CPF, EMAIL, EMAIL_DEVOLVIDO
                INTO :DCLCLI-CPF, :WS-EMAIL, :DCLCLI-EMAIL-DEVOLVIDO
                FROM CLIENTES
                WHERE CPF = :WS-ID-CPF
           END-EXEC
                 MOVE 'T50PENT'           TO WS-CKP-PROGRAMA
                 PERFORM 999-GRAVA-CHECKPOINT
                 PERFORM 999-INICIA-STATUS
      * EMAIL MARCADO COMO DEVOLVIDO PELO T10BEML - PEDE UM NOVO
                 IF DCLCLI-EMAIL-DEVOLVIDO = 'S'
                    MOVE 'EMAIL SEM ENTREGA - INFORME OUTRO ENDERECO'
                                          TO MSGENTO
                 END-IF
                 PERFORM 999-TRATA-FASE2
              WHEN +100
                 MOVE 'EMAIL NAO ENCONTADO(REALIZE UM CADASTRO)'
                    SET    EMAIL            = :DCLCLI-EMAIL-PENDENTE,
                           EMAIL_PENDENTE   = SPACES,
                           EMAIL_STATUS     = 'C',
                           COD_CONFIRMACAO  = SPACES,
                           EMAIL_DEVOLVIDO  = 'N'
                    WHERE  CPF              = :DCLCLI-CPF
                 END-EXEC
                 IF SQLCODE = 0
              MOVE WS-EMAIL-AUX(WS-INICIO:WS-TAMANHO)
                                           TO WS-TEXTO-LIMPO
              PERFORM 999-VALIDA-EMAIL
              MOVE 0                      TO WS-QTD-SUPRESSAO
              IF WS-EMAIL-VALIDO = 'S'
                 MOVE WS-TEXTO-LIMPO      TO DCLSUP-EMAIL
                 PERFORM 999-VERIFICA-SUPRESSAO
              END-IF
      * ENDERECO NA LISTA DE SUPRESSAO NUNCA RECEBERIA O CODIGO
              IF WS-EMAIL-VALIDO NOT = 'S' OR WS-QTD-SUPRESSAO > 0
                 IF WS-EMAIL-VALIDO NOT = 'S'
                    MOVE 'EMAIL INVALIDO - VERIFIQUE O FORMATO'
                                            TO MSGENTO
                 ELSE
                    MOVE 'EMAIL SEM ENTREGA - INFORME OUTRO ENDERECO'
                                            TO MSGENTO
                 END-IF
              ELSE
                 COMPUTE WS-COD-SEED = FUNCTION MOD((EIBTASKN * 99991) +
                                        EIBTIME, 999999999)
                    MOVE WS-OLD-ENDERECO    TO DCLHIS-VALOR-ANTERIOR
                    MOVE DCLPDD-ENDERECO    TO DCLHIS-VALOR-NOVO
                    PERFORM 999-GRAVA-HISTORICO
                    IF DCLPDD-CEP NOT = SPACES
                       PERFORM 999-VERIFICA-BLOQUEIO-CEP
                    END-IF
                 ELSE
                    MOVE 'ERRO AO CADASTRAR ENDERECO'
                                            TO MSGENTO
              END-IF
           END-IF
           .
       999-VERIFICA-BLOQUEIO-CEP.
      * CEP DE ENTREGA NA LISTA DE BLOQUEIO DA FRAUDE (ATIVO E DENTRO
      * DA VALIDADE) - O PEDIDO FICA EM REVISAO ('RV') COM ALERTA NA
      * FILA DO T10PFRA E O CLIENTE SO RECEBE A MENSAGEM NEUTRA.
           EXEC CICS LINK
              PROGRAM('AUXCICS1')
              COMMAREA(WS-VAR-TEMPO)
              LENGTH(+18)
           END-EXEC
           MOVE WS-DATA(7:4)                TO WS-HOJE-AMD-BLQ(1:4)
           MOVE WS-DATA(4:2)                TO WS-HOJE-AMD-BLQ(5:2)
           MOVE WS-DATA(1:2)                TO WS-HOJE-AMD-BLQ(7:2)
           MOVE DCLPDD-CEP                  TO WS-CEP-BLQ
           EXEC SQL
              SELECT COUNT(*)
              INTO  :WS-QTD-BLOQUEIO
              FROM  BLOQUEIOS_FRAUDE
              WHERE TIPO   = 'E'
              AND   VALOR  = :WS-CEP-BLQ
              AND   STATUS = 'A'
              AND   SUBSTR(DATA_VALIDADE, 7, 4) CONCAT
                    SUBSTR(DATA_VALIDADE, 4, 2) CONCAT
                    SUBSTR(DATA_VALIDADE, 1, 2) >= :WS-HOJE-AMD-BLQ
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERRO-GENERICO
           END-IF
           IF WS-QTD-BLOQUEIO > 0
              PERFORM 999-REGISTRA-ALERTA
              PERFORM 999-RETEM-PEDIDO
              MOVE 'PEDIDO EM ANALISE - AGUARDE NOSSO CONTATO'
                                            TO WS-MSG-ERRO
              PERFORM 999-ENCERRA-TRANSACAO
           END-IF
           .
       999-REGISTRA-ALERTA.
      * UM UNICO ALERTA PENDENTE POR PEDIDO, COMO NO T10PCDA.
           MOVE WS-ID-PEDIDO                TO DCLAFR-ID-PEDIDO
           EXEC SQL
              SELECT COUNT(*)
              INTO  :WS-QTD-ALERTAS
              FROM  ALERTAS_FRAUDE
              WHERE ID_PEDIDO = :DCLAFR-ID-PEDIDO
              AND   STATUS    = 'P'
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERRO-GENERICO
           END-IF
           IF WS-QTD-ALERTAS = 0
              MOVE WS-ID-CPF                TO DCLAFR-CPF
              MOVE WS-CONTA-BANCARIA        TO DCLAFR-ID-CONTA-BANCARIA
              MOVE 0                        TO DCLAFR-QTD-CARTOES-24H
              MOVE 'LISTA DE BLOQUEIO - CEP'
                                            TO DCLAFR-MOTIVO
              MOVE 'P'                      TO DCLAFR-STATUS
              MOVE EIBTRMID                 TO DCLAFR-TERMINAL
              MOVE WS-DATA                  TO DCLAFR-DATA-ALERTA
              MOVE WS-HORARIO               TO DCLAFR-HORA-ALERTA
              EXEC SQL
                 INSERT INTO ALERTAS_FRAUDE
                        (CPF, ID_CONTA_BANCARIA, ID_PEDIDO,
                         QTD_CARTOES_24H, MOTIVO, STATUS, TERMINAL,
                         DATA_ALERTA, HORA_ALERTA)
                 VALUES (:DCLAFR-CPF, :DCLAFR-ID-CONTA-BANCARIA,
                         :DCLAFR-ID-PEDIDO, :DCLAFR-QTD-CARTOES-24H,
                         :DCLAFR-MOTIVO, :DCLAFR-STATUS,
                         :DCLAFR-TERMINAL, :DCLAFR-DATA-ALERTA,
                         :DCLAFR-HORA-ALERTA)
              END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM 999-ERRO-GENERICO
              END-IF
           END-IF
           .
       999-RETEM-PEDIDO.
      * RETENCAO PARA ANALISE DE FRAUDE - PEDIDO VAI PARA 'RV' E A
      * TRANSICAO E REGISTRADA EM PEDIDOS_STATUS_HIST; A LIBERACAO NO
      * T10PFRA DEVOLVE O STATUS ANTERIOR GRAVADO AQUI.
           MOVE WS-ID-PEDIDO                TO DCLPDD-ID-PEDIDO
           EXEC SQL
              SELECT STATUS_PEDIDO
              INTO  :DCLPDD-STATUS-PEDIDO
              FROM  PEDIDOS
              WHERE ID_PEDIDO = :DCLPDD-ID-PEDIDO
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERRO-GENERICO
           END-IF
           IF DCLPDD-STATUS-PEDIDO NOT = 'RV'
              MOVE 'RV'                     TO WS-STATUS-NOVO
              MOVE DCLPDD-STATUS-PEDIDO     TO DCLPSH-STATUS-ANTERIOR
              MOVE WS-STATUS-NOVO           TO DCLPDD-STATUS-PEDIDO
                                               DCLPSH-STATUS-NOVO
              EXEC SQL
                 UPDATE PEDIDOS
                 SET    STATUS_PEDIDO = :DCLPDD-STATUS-PEDIDO
                 WHERE  ID_PEDIDO     = :DCLPDD-ID-PEDIDO
              END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM 999-ERRO-GENERICO
              END-IF
              MOVE WS-ID-PEDIDO             TO DCLPSH-ID-PEDIDO
              MOVE EIBTRMID                 TO DCLPSH-TERMINAL
              MOVE WS-DATA                  TO DCLPSH-DATA-ALTERACAO
              MOVE WS-HORARIO               TO DCLPSH-HORA-ALTERACAO
              EXEC SQL
                 INSERT INTO PEDIDOS_STATUS_HIST
                        (ID_PEDIDO, STATUS_ANTERIOR, STATUS_NOVO,
                         TERMINAL, DATA_ALTERACAO, HORA_ALTERACAO)
                 VALUES (:DCLPSH-ID-PEDIDO, :DCLPSH-STATUS-ANTERIOR,
                         :DCLPSH-STATUS-NOVO, :DCLPSH-TERMINAL,
                         :DCLPSH-DATA-ALTERACAO,
                         :DCLPSH-HORA-ALTERACAO)
              END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM 999-ERRO-GENERICO
              END-IF
           END-IF
           .
       999-GRAVA-OUTBOX.
      * GRAVA O EMAIL NA CAIXA DE SAIDA PERSISTENTE - O ENVIO FISICO
      * E FEITO PELO BATCH T10BEML, COM RETENTATIVAS. A TRANSACAO
                 PERFORM 999-ERRO-GENERICO
           END-EVALUATE
           .
       999-VERIFICA-SUPRESSAO.
           EXEC SQL
              SELECT COUNT(*)
              INTO  :WS-QTD-SUPRESSAO
              FROM  EMAIL_SUPRESSAO
              WHERE EMAIL = :DCLSUP-EMAIL
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERRO-GENERICO
           END-IF
           .
       999-GRAVA-HISTORICO.
           EXEC CICS LINK
              PROGRAM('AUXCICS1')

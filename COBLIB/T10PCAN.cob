      *----------------------------------------------------------------*
       IDENTIFICATION                      DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                         T10PCAN.
       AUTHOR.                             EQUIPE CARTOES.
      *----------------------------------------------------------------*
      *  CANCELAMENTO PELO ATENDIMENTO - LOCALIZA UM PEDIDO PAGO ('PG')*
      *  OU EM SEPARACAO ('SP') POR ID_PEDIDO, CAPTURA O MOTIVO DO     *
      *  CLIENTE E FAZ A TRANSICAO PARA 'CA' COMO O PF12 DO CHECKOUT   *
      *  (PEDIDO INATIVADO COM DATA DE CANCELAMENTO E LINHA EM         *
      *  PEDIDOS_STATUS_HIST). O PEDIDO JA FOI PAGO: GRAVA O REEMBOLSO *
      *  PENDENTE EM REEMBOLSOS COM O TOKEN DO CARTAO DA CONTA (NUNCA  *
      *  O PAN), NO MESMO MOLDE DO BALCAO DE DEVOLUCOES T10PDEV, E     *
      *  AVISA O CLIENTE PELA EMAIL_OUTBOX (ENVIO PELO T10BEML; JA     *
      *  SUPRIMIDO SE O ENDERECO ESTA NA LISTA EMAIL_SUPRESSAO). O     *
      *  CANCELAMENTO FICA EM CANCELAMENTOS COM BLOQUEIO PENDENTE -    *
      *  O T10BSTP MANDA O ARQUIVO DE BLOQUEIO DE EXPEDICAO AO ARMAZEM *
      *  NA MESMA NOITE; SE O ARMAZEM AINDA ASSIM EXPEDIR, O T10BSHP   *
      *  REGISTRA O CONFLITO. PEDIDO JA CANCELADO MOSTRA A SITUACAO DO *
      *  REEMBOLSO E DO BLOQUEIO; REEMBOLSO RECUSADO ('R') PODE SER    *
      *  REENVIADO COM PF5, COMO NO T10PDEV.                           *
      *----------------------------------------------------------------*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION                       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *----------------------------------------------------------------*
       DATA                                DIVISION.
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
       77  WS-MSG-ERRO                     PIC X(80).
       77  WS-LENGTH                       PIC S9(04) COMP.
       77  WS-SQLCODE                      PIC +9(09).

       01  WS-DFHCOMMAREA.
           05 WS-FASE                      PIC X(01).

       01  WS-VAR-TEMPO.
           05 WS-DATA                      PIC X(10).
           05 WS-HORARIO                   PIC X(08).

       77  WS-USUARIO                      PIC X(08) VALUE SPACES.
       77  WS-ID-PEDIDO                    PIC 9(09) VALUE 0.
       77  WS-TOKEN-CARTAO                 PIC X(16) VALUE SPACES.
       77  WS-STATUS-NOVO                  PIC X(02) VALUE SPACES.
       77  WS-STATUS-ANTERIOR              PIC X(02) VALUE SPACES.
       77  WS-PEDIDO-ED                    PIC Z(8)9.
       77  WS-VALOR-REEMBOLSO              PIC S9(11)V99 COMP-3 VALUE 0.
       77  WS-VALOR-ED                     PIC ZZZ.ZZZ.ZZ9,99.
       77  WS-VALOR-TESTE                  PIC X(14) VALUE SPACES.
       77  WS-QTD-VIRGULAS                 PIC 9(02) VALUE 0.
       77  WS-OUTBOX-GRAVADO               PIC X(01) VALUE 'N'.
       77  WS-OUTBOX-TENTATIVA             PIC 9(01) VALUE 0.
       77  WS-QTD-SUPRESSAO                PIC S9(09) COMP VALUE 0.
           COPY T10MCAN.
           COPY DFHAID.
           COPY DFHBMSCA.
      *
           EXEC SQL
              INCLUDE TCDCLPDD
           END-EXEC.
           EXEC SQL
              INCLUDE TCDCLPSH
           END-EXEC.
           EXEC SQL
              INCLUDE TCDCLCRT
           END-EXEC.
           EXEC SQL
              INCLUDE TCDCLRBO
           END-EXEC.
           EXEC SQL
              INCLUDE TCDCLCAN
           END-EXEC.
           EXEC SQL
              INCLUDE TCDCLCLI
           END-EXEC.
           EXEC SQL
              INCLUDE TCDCLEML
           END-EXEC.
           EXEC SQL
              INCLUDE TCDCLSUP
           END-EXEC.
           EXEC SQL
              INCLUDE TCDCLOPE
           END-EXEC.
           EXEC SQL
              INCLUDE TCDCLACL
           END-EXEC.
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
      *----------------------------------------------------------------*
       LINKAGE                             SECTION.
      *----------------------------------------------------------------*
       01  DFHCOMMAREA.
           05 OCCURS 0 TO 24576 TIMES DEPENDING ON EIBCALEN
                                           PIC X(01).
      *----------------------------------------------------------------*
       PROCEDURE                           DIVISION.
      *----------------------------------------------------------------*
           EXEC CICS HANDLE CONDITION
              MAPFAIL(999-ERRO-MAPA)
              ERROR(999-ERRO-GENERICO)
           END-EXEC
      *
      *  SELETOR DE FASE
      *    FASE 1 - ENVIA O MAPA DE CANCELAMENTO PARA O TERMINAL
      *    FASE 2 - TRATA O PEDIDO E O MOTIVO E REGISTRA O CANCELAMENTO
      *
           PERFORM 999-VERIFICA-OPERADOR
           MOVE DFHCOMMAREA                TO WS-DFHCOMMAREA
           IF EIBCALEN EQUAL 0
              MOVE '1'                     TO WS-FASE
           END-IF
      *
           EVALUATE WS-FASE
               WHEN '1' PERFORM 100-FASE1
               WHEN '2' PERFORM 200-FASE2
               WHEN OTHER
                  MOVE 'ERRO NO NUMERO FASE'
                                           TO WS-MSG-ERRO
                  PERFORM 999-ENCERRA-TRANSACAO
           END-EVALUATE
           .
      *----------------------------------------------------------------*
       100-FASE1.
           MOVE LOW-VALUES                 TO MAPACANO
           MOVE -1                         TO TAPEDL
           MOVE 'INFORME PEDIDO PG/SP, MOTIVO E VALOR (BRANCO=TOTAL)'
                                           TO TAMSGO
           PERFORM 999-TRATA-FASE2
           .
      *----------------------------------------------------------------*
       200-FASE2.
           EXEC CICS HANDLE AID
              ENTER  (210-REGISTRA-CANCELAMENTO)
              PF5    (250-REENVIA-REEMBOLSO)
              CLEAR  (230-CLEAR)
              ANYKEY (240-ANYKEY)
           END-EXEC
      *
           EXEC CICS RECEIVE
              MAP   ('MAPACAN')
              MAPSET('T10MCAN')
              INTO  (MAPACANI)
           END-EXEC
           .
       210-REGISTRA-CANCELAMENTO.
           MOVE LOW-VALUES                 TO MAPACANO
           IF TAPEDL = 0 OR TAPEDI = SPACES
              MOVE 'ID DO PEDIDO E OBRIGATORIO'
                                           TO TAMSGO
              PERFORM 999-TRATA-FASE2
           END-IF
           IF TAPEDI IS NOT NUMERIC
              MOVE 'ID DO PEDIDO DEVE SER NUMERICO'
                                           TO TAMSGO
              PERFORM 999-TRATA-FASE2
           END-IF
           MOVE TAPEDI                     TO WS-ID-PEDIDO
           PERFORM 215-BUSCA-PEDIDO
           IF TAMOTL = 0 OR TAMOTI = SPACES
              MOVE 'INFORME O MOTIVO DO CANCELAMENTO'
                                           TO TAMSGO
              PERFORM 999-TRATA-FASE2
           END-IF
           PERFORM 219-VALOR-REEMBOLSO
           MOVE DCLPDD-CPF                 TO DCLACL-CPF-CONSULTADO
           MOVE WS-ID-PEDIDO               TO DCLACL-ID-PEDIDO
           PERFORM 999-GRAVA-ACESSO
           PERFORM 220-BUSCA-TOKEN
           MOVE DCLPDD-STATUS-PEDIDO       TO WS-STATUS-ANTERIOR
           PERFORM 223-CANCELA-PEDIDO
           MOVE 'CA'                       TO WS-STATUS-NOVO
           PERFORM 999-ATUALIZA-STATUS
           PERFORM 225-GRAVA-REEMBOLSO
           PERFORM 226-GRAVA-CANCELAMENTO
           PERFORM 227-AVISA-CLIENTE
           MOVE TAPEDI                     TO TAPEDO
           MOVE TAMOTI                     TO TAMOTO
           MOVE DCLPDD-CPF                 TO TACPFO
           MOVE WS-TOKEN-CARTAO            TO TATOKO
           MOVE 'CA - CANCELADO'           TO TASTATO
           MOVE WS-VALOR-REEMBOLSO         TO WS-VALOR-ED
           MOVE WS-VALOR-ED                TO TAVALO
           MOVE 'REEMBOLSO: PENDENTE DE ENVIO A ADQUIRENTE'
                                           TO TASRBO
           MOVE 'BLOQUEIO: PENDENTE - SEGUE NO ARQUIVO DA NOITE'
                                           TO TABLQO
           MOVE 'PEDIDO CANCELADO - REEMBOLSO E BLOQUEIO PENDENTES'
                                           TO TAMSGO
           PERFORM 999-TRATA-FASE2
           .
       215-BUSCA-PEDIDO.
           MOVE WS-ID-PEDIDO               TO DCLPDD-ID-PEDIDO
           EXEC SQL
              SELECT CPF, ID_CONTA_BANCARIA, STATUS_PEDIDO, VALOR_TOTAL
              INTO  :DCLPDD-CPF, :DCLPDD-ID-CONTA-BANCARIA,
                    :DCLPDD-STATUS-PEDIDO, :DCLPDD-VALOR-TOTAL
              FROM  PEDIDOS
              WHERE ID_PEDIDO = :DCLPDD-ID-PEDIDO
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 MOVE 'PEDIDO NAO ENCONTRADO'
                                           TO TAMSGO
                 PERFORM 999-TRATA-FASE2
              WHEN OTHER
                 PERFORM 999-ERRO-GENERICO
           END-EVALUATE
           MOVE DCLPDD-VALOR-TOTAL         TO WS-VALOR-ED
           MOVE WS-VALOR-ED                TO TATOTO
           MOVE TAPEDI                     TO TAPEDO
           MOVE DCLPDD-CPF                 TO TACPFO
           EVALUATE DCLPDD-STATUS-PEDIDO
              WHEN 'PG'
                 MOVE 'PG - PAGO'          TO TASTATO
              WHEN 'SP'
                 MOVE 'SP - EM SEPARACAO'  TO TASTATO
              WHEN 'CA'
                 MOVE 'CA - CANCELADO'     TO TASTATO
                 PERFORM 217-SITUACAO-REEMBOLSO
                 PERFORM 218-SITUACAO-BLOQUEIO
                 IF DCLRBO-STATUS = 'R'
                    MOVE 'PEDIDO JA CANCELADO - PF5 REENVIA O REEMBOLSO'
                                           TO TAMSGO
                 ELSE
                    MOVE 'PEDIDO JA CANCELADO'
                                           TO TAMSGO
                 END-IF
                 PERFORM 999-TRATA-FASE2
              WHEN 'EN'
              WHEN 'ET'
                 MOVE 'PEDIDO JA EXPEDIDO - DEVOLUCAO SO APOS A ENTREGA'
                                           TO TAMSGO
                 PERFORM 999-TRATA-FASE2
              WHEN 'RV'
                 MOVE 'PEDIDO EM REVISAO - DECISAO DA AREA DE FRAUDE'
                                           TO TAMSGO
                 PERFORM 999-TRATA-FASE2
              WHEN OTHER
                 MOVE 'SO PEDIDO PAGO (PG) OU EM SEPARACAO (SP) CANCELA'
                                           TO TAMSGO
                 PERFORM 999-TRATA-FASE2
           END-EVALUATE
           .
       217-SITUACAO-REEMBOLSO.
      * SITUACAO DO REEMBOLSO NA ADQUIRENTE - A RECUSA VEM COM O
      * CODIGO E A DESCRICAO DO MOTIVO DADOS PELO T10BRBR.
           MOVE WS-ID-PEDIDO               TO DCLRBO-ID-PEDIDO
           MOVE SPACES                     TO DCLRBO-STATUS
                                              DCLRBO-TOKEN-CARTAO
                                              DCLRBO-MOTIVO
                                              DCLRBO-MOTIVO-RECUSA
           MOVE 0                          TO DCLRBO-VALOR
           EXEC SQL
              SELECT STATUS, TOKEN_CARTAO, MOTIVO, MOTIVO_RECUSA, VALOR
              INTO  :DCLRBO-STATUS, :DCLRBO-TOKEN-CARTAO,
                    :DCLRBO-MOTIVO, :DCLRBO-MOTIVO-RECUSA,
                    :DCLRBO-VALOR
              FROM  REEMBOLSOS
              WHERE ID_PEDIDO = :DCLRBO-ID-PEDIDO
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
              PERFORM 999-ERRO-GENERICO
           END-IF
           MOVE DCLRBO-TOKEN-CARTAO        TO TATOKO
           MOVE DCLRBO-MOTIVO              TO TAMOTO
           MOVE DCLRBO-VALOR               TO WS-VALOR-ED
           MOVE WS-VALOR-ED                TO TAVALO
           EVALUATE TRUE
              WHEN SQLCODE = +100
                 MOVE 'REEMBOLSO: NAO REGISTRADO'
                                           TO TASRBO
              WHEN DCLRBO-STATUS = 'P'
                 MOVE 'REEMBOLSO: PENDENTE DE ENVIO A ADQUIRENTE'
                                           TO TASRBO
              WHEN DCLRBO-STATUS = 'T'
                 MOVE 'REEMBOLSO: ENVIADO - AGUARDA RETORNO'
                                           TO TASRBO
              WHEN DCLRBO-STATUS = 'E'
                 MOVE 'REEMBOLSO: EFETIVADO PELA ADQUIRENTE'
                                           TO TASRBO
              WHEN DCLRBO-STATUS = 'R'
                 STRING 'RECUSADO: '       DELIMITED BY SIZE
                        DCLRBO-MOTIVO-RECUSA
                                           DELIMITED BY SIZE
                                           INTO TASRBO
              WHEN OTHER
                 STRING 'REEMBOLSO: STATUS ' DELIMITED BY SIZE
                        DCLRBO-STATUS      DELIMITED BY SIZE
                                           INTO TASRBO
           END-EVALUATE
           .
       218-SITUACAO-BLOQUEIO.
      * SITUACAO DO BLOQUEIO DE EXPEDICAO NO ARMAZEM. PEDIDO CANCELADO
      * NO CHECKOUT OU PELA AREA DE FRAUDE NAO TEM LINHA AQUI.
           MOVE WS-ID-PEDIDO               TO DCLCAN-ID-PEDIDO
           MOVE SPACES                     TO DCLCAN-STATUS-BLOQUEIO
                                              DCLCAN-DATA-ENVIO
                                              DCLCAN-DATA-CONFLITO
           EXEC SQL
              SELECT STATUS_BLOQUEIO, DATA_ENVIO, DATA_CONFLITO
              INTO  :DCLCAN-STATUS-BLOQUEIO, :DCLCAN-DATA-ENVIO,
                    :DCLCAN-DATA-CONFLITO
              FROM  CANCELAMENTOS
              WHERE ID_PEDIDO = :DCLCAN-ID-PEDIDO
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
              PERFORM 999-ERRO-GENERICO
           END-IF
           EVALUATE TRUE
              WHEN SQLCODE = +100
                 MOVE 'BLOQUEIO: NAO SE APLICA (CHECKOUT OU FRAUDE)'
                                           TO TABLQO
              WHEN DCLCAN-STATUS-BLOQUEIO = 'P'
                 MOVE 'BLOQUEIO: PENDENTE - SEGUE NO ARQUIVO DA NOITE'
                                           TO TABLQO
              WHEN DCLCAN-STATUS-BLOQUEIO = 'E'
                 STRING 'BLOQUEIO: ENVIADO AO ARMAZEM EM '
                                           DELIMITED BY SIZE
                        DCLCAN-DATA-ENVIO  DELIMITED BY SIZE
                                           INTO TABLQO
              WHEN DCLCAN-STATUS-BLOQUEIO = 'C'
                 STRING 'CONFLITO: ARMAZEM EXPEDIU EM '
                                           DELIMITED BY SIZE
                        DCLCAN-DATA-CONFLITO
                                           DELIMITED BY SIZE
                                           INTO TABLQO
              WHEN OTHER
                 STRING 'BLOQUEIO: STATUS '  DELIMITED BY SIZE
                        DCLCAN-STATUS-BLOQUEIO
                                           DELIMITED BY SIZE
                                           INTO TABLQO
           END-EVALUATE
           .
       219-VALOR-REEMBOLSO.
      * VALOR EM BRANCO = TOTAL DO PEDIDO. VALOR DIGITADO (REEMBOLSO
      * PARCIAL) ACEITA DIGITOS, PONTO DE MILHAR E VIRGULA DECIMAL E
      * NAO PODE PASSAR DO TOTAL. PEDIDO ANTERIOR AO REGISTRO DOS
      * ITENS (TOTAL ZERO) EXIGE O VALOR DIGITADO.
           MOVE TAPEDI                     TO TAPEDO
           MOVE TAMOTI                     TO TAMOTO
           MOVE DCLPDD-CPF                 TO TACPFO
           IF TAVALL = 0 OR TAVALI = SPACES
              IF DCLPDD-VALOR-TOTAL = 0
                 MOVE 'PEDIDO SEM VALOR REGISTRADO - INFORME O VALOR'
                                           TO TAMSGO
                 PERFORM 999-TRATA-FASE2
              END-IF
              MOVE DCLPDD-VALOR-TOTAL      TO WS-VALOR-REEMBOLSO
           ELSE
              MOVE TAVALI                  TO WS-VALOR-TESTE
              INSPECT WS-VALOR-TESTE CONVERTING '0123456789.'
                                             TO '           '
              MOVE 0                       TO WS-QTD-VIRGULAS
              INSPECT WS-VALOR-TESTE TALLYING WS-QTD-VIRGULAS
                                             FOR ALL ','
              INSPECT WS-VALOR-TESTE REPLACING ALL ',' BY ' '
              IF WS-VALOR-TESTE NOT = SPACES OR WS-QTD-VIRGULAS > 1
                 MOVE 'VALOR INVALIDO - USE SO DIGITOS E VIRGULA'
                                           TO TAMSGO
                 PERFORM 999-TRATA-FASE2
              END-IF
              COMPUTE WS-VALOR-REEMBOLSO = FUNCTION NUMVAL-C(TAVALI)
              IF WS-VALOR-REEMBOLSO NOT > 0
                 MOVE 'VALOR DO REEMBOLSO DEVE SER MAIOR QUE ZERO'
                                           TO TAMSGO
                 PERFORM 999-TRATA-FASE2
              END-IF
              IF DCLPDD-VALOR-TOTAL > 0 AND
                 WS-VALOR-REEMBOLSO > DCLPDD-VALOR-TOTAL
                 MOVE 'VALOR DO REEMBOLSO MAIOR QUE O TOTAL DO PEDIDO'
                                           TO TAMSGO
                 PERFORM 999-TRATA-FASE2
              END-IF
           END-IF
           .
       220-BUSCA-TOKEN.
      * O REEMBOLSO E AMARRADO AO TOKEN DO CARTAO DA CONTA DO PEDIDO -
      * O PAN NUNCA SAI DE CARTOES. CARTAO AINDA SEM TOKEN GRAVADO E
      * MASCARADO AQUI COM A MESMA REGRA DO 215-OBTER-TOKEN DO
      * T10PCDA (6 PRIMEIROS + 4 ULTIMOS DIGITOS).
           MOVE DCLPDD-ID-CONTA-BANCARIA   TO DCLCRT-ID-CONTA-BANCARIA
           MOVE SPACES                     TO DCLCRT-NUMERO-CARTAO
                                              DCLCRT-TOKEN
           EXEC SQL
              SELECT NUMERO_CARTAO, TOKEN
              INTO  :DCLCRT-NUMERO-CARTAO, :DCLCRT-TOKEN
              FROM  CARTOES
              WHERE ID_CONTA_BANCARIA = :DCLCRT-ID-CONTA-BANCARIA
              FETCH FIRST 1 ROW ONLY
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 IF DCLCRT-TOKEN = SPACES
                    MOVE SPACES            TO WS-TOKEN-CARTAO
                    MOVE DCLCRT-NUMERO-CARTAO(1:6)
                                           TO WS-TOKEN-CARTAO(1:6)
                    MOVE '******'          TO WS-TOKEN-CARTAO(7:6)
                    MOVE DCLCRT-NUMERO-CARTAO(13:4)
                                           TO WS-TOKEN-CARTAO(13:4)
                 ELSE
                    MOVE DCLCRT-TOKEN      TO WS-TOKEN-CARTAO
                 END-IF
              WHEN +100
                 MOVE TAPEDI               TO TAPEDO
                 MOVE 'CONTA DO PEDIDO SEM CARTAO - ACIONE SUPORTE'
                                           TO TAMSGO
                 PERFORM 999-TRATA-FASE2
              WHEN OTHER
                 PERFORM 999-ERRO-GENERICO
           END-EVALUATE
           .
       223-CANCELA-PEDIDO.
      * MESMO TRATAMENTO DO PF12 DO CHECKOUT: PEDIDO INATIVADO COM A
      * DATA DE CANCELAMENTO. A CONDICAO NO STATUS LIDO PROTEGE CONTRA
      * O T10BSHP TER EXPEDIDO O PEDIDO ENTRE A CONSULTA E O UPDATE.
           MOVE WS-ID-PEDIDO               TO DCLPDD-ID-PEDIDO
           MOVE 'F'                        TO DCLPDD-ATIVO
           EXEC CICS LINK
              PROGRAM('AUXCICS1')
              COMMAREA(WS-VAR-TEMPO)
              LENGTH(+18)
           END-EXEC
           MOVE WS-DATA                    TO DCLPDD-DATA-CANCELAMENTO
           EXEC SQL
              UPDATE PEDIDOS
              SET ATIVO             = :DCLPDD-ATIVO,
                  DATA_CANCELAMENTO = :DCLPDD-DATA-CANCELAMENTO
              WHERE ID_PEDIDO     = :DCLPDD-ID-PEDIDO
              AND   STATUS_PEDIDO = :DCLPDD-STATUS-PEDIDO
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 MOVE 'PEDIDO MUDOU DE STATUS - CONSULTE NOVAMENTE'
                                           TO TAMSGO
                 PERFORM 999-TRATA-FASE2
              WHEN OTHER
                 PERFORM 999-ERRO-GENERICO
           END-EVALUATE
           .
       225-GRAVA-REEMBOLSO.
           MOVE WS-ID-PEDIDO               TO DCLRBO-ID-PEDIDO
           MOVE DCLPDD-CPF                 TO DCLRBO-CPF
           MOVE WS-TOKEN-CARTAO            TO DCLRBO-TOKEN-CARTAO
           MOVE TAMOTI                     TO DCLRBO-MOTIVO
           MOVE 'P'                        TO DCLRBO-STATUS
           MOVE EIBTRMID                   TO DCLRBO-TERMINAL
           EXEC CICS LINK
              PROGRAM('AUXCICS1')
              COMMAREA(WS-VAR-TEMPO)
              LENGTH(+18)
           END-EXEC
           MOVE WS-DATA                    TO DCLRBO-DATA-REEMBOLSO
           MOVE WS-HORARIO                 TO DCLRBO-HORA-REEMBOLSO
           MOVE SPACES                     TO DCLRBO-DATA-ENVIO
                                              DCLRBO-DATA-RETORNO
                                              DCLRBO-MOTIVO-RECUSA
           MOVE WS-VALOR-REEMBOLSO         TO DCLRBO-VALOR
           EXEC SQL
              INSERT INTO REEMBOLSOS
                     (ID_PEDIDO, CPF, TOKEN_CARTAO, MOTIVO, STATUS,
                      TERMINAL, DATA_REEMBOLSO, HORA_REEMBOLSO,
                      DATA_ENVIO, DATA_RETORNO, MOTIVO_RECUSA, VALOR)
              VALUES (:DCLRBO-ID-PEDIDO, :DCLRBO-CPF,
                      :DCLRBO-TOKEN-CARTAO, :DCLRBO-MOTIVO,
                      :DCLRBO-STATUS, :DCLRBO-TERMINAL,
                      :DCLRBO-DATA-REEMBOLSO, :DCLRBO-HORA-REEMBOLSO,
                      :DCLRBO-DATA-ENVIO, :DCLRBO-DATA-RETORNO,
                      :DCLRBO-MOTIVO-RECUSA, :DCLRBO-VALOR)
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERRO-GENERICO
           END-IF
           .
       226-GRAVA-CANCELAMENTO.
      * REGISTRO DO CANCELAMENTO COM O BLOQUEIO DE EXPEDICAO PENDENTE -
      * O T10BSTP O INCLUI NO ARQUIVO DO ARMAZEM NA PROXIMA EXECUCAO.
           MOVE WS-ID-PEDIDO               TO DCLCAN-ID-PEDIDO
           MOVE DCLPDD-CPF                 TO DCLCAN-CPF
           MOVE WS-STATUS-ANTERIOR         TO DCLCAN-STATUS-ANTERIOR
           MOVE TAMOTI                     TO DCLCAN-MOTIVO
           MOVE WS-USUARIO                 TO DCLCAN-USUARIO
           MOVE EIBTRMID                   TO DCLCAN-TERMINAL
           MOVE WS-DATA                    TO DCLCAN-DATA-CANCELAMENTO
           MOVE WS-HORARIO                 TO DCLCAN-HORA-CANCELAMENTO
           MOVE 'P'                        TO DCLCAN-STATUS-BLOQUEIO
           MOVE SPACES                     TO DCLCAN-DATA-ENVIO
                                              DCLCAN-DATA-CONFLITO
           EXEC SQL
              INSERT INTO CANCELAMENTOS
                     (ID_PEDIDO, CPF, STATUS_ANTERIOR, MOTIVO, USUARIO,
                      TERMINAL, DATA_CANCELAMENTO, HORA_CANCELAMENTO,
                      STATUS_BLOQUEIO, DATA_ENVIO, DATA_CONFLITO)
              VALUES (:DCLCAN-ID-PEDIDO, :DCLCAN-CPF,
                      :DCLCAN-STATUS-ANTERIOR, :DCLCAN-MOTIVO,
                      :DCLCAN-USUARIO, :DCLCAN-TERMINAL,
                      :DCLCAN-DATA-CANCELAMENTO,
                      :DCLCAN-HORA-CANCELAMENTO,
                      :DCLCAN-STATUS-BLOQUEIO, :DCLCAN-DATA-ENVIO,
                      :DCLCAN-DATA-CONFLITO)
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERRO-GENERICO
           END-IF
           .
       227-AVISA-CLIENTE.
      * AVISO DE CANCELAMENTO NO EMAIL CONFIRMADO DO CLIENTE - SEM EMAIL
      * CADASTRADO O CANCELAMENTO SEGUE MESMO ASSIM, SO NAO HA AVISO.
           MOVE DCLPDD-CPF                 TO DCLCLI-CPF
           MOVE SPACES                     TO DCLCLI-EMAIL
           EXEC SQL
              SELECT EMAIL
              INTO  :DCLCLI-EMAIL
              FROM  CLIENTES
              WHERE CPF = :DCLCLI-CPF
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
              PERFORM 999-ERRO-GENERICO
           END-IF
           IF SQLCODE = 0 AND DCLCLI-EMAIL NOT = SPACES
              MOVE DCLCLI-EMAIL            TO DCLEML-EMAIL-DESTINO
              MOVE 'CANCELAM'              TO DCLEML-ID-TEMPLATE
              MOVE SPACES                  TO DCLEML-PAYLOAD
              MOVE WS-ID-PEDIDO            TO WS-PEDIDO-ED
              MOVE WS-PEDIDO-ED            TO DCLEML-PAYLOAD
              PERFORM 999-GRAVA-OUTBOX
           END-IF
           .
       230-CLEAR.
           PERFORM 999-CHAMA-FASE1
           .
       240-ANYKEY.
           MOVE LOW-VALUES                 TO MAPACANO
           MOVE 'TECLA PRESSIONADA INVALIDA'
                                           TO TAMSGO
           PERFORM 999-TRATA-FASE2
           .
       250-REENVIA-REEMBOLSO.
      * REENVIO DE REEMBOLSO RECUSADO PELA ADQUIRENTE - SO REEMBOLSO
      * 'R' DE PEDIDO CANCELADO VOLTA PARA 'P'; O T10BRBE O INCLUI NO
      * PROXIMO ARQUIVO. O MOTIVO DA RECUSA ANTERIOR E LIMPO.
           MOVE LOW-VALUES                 TO MAPACANO
           IF TAPEDL = 0 OR TAPEDI = SPACES
              MOVE 'INFORME O PEDIDO DO REEMBOLSO A REENVIAR'
                                           TO TAMSGO
              PERFORM 999-TRATA-FASE2
           END-IF
           IF TAPEDI IS NOT NUMERIC
              MOVE 'ID DO PEDIDO DEVE SER NUMERICO'
                                           TO TAMSGO
              PERFORM 999-TRATA-FASE2
           END-IF
           MOVE TAPEDI                     TO WS-ID-PEDIDO
           MOVE WS-ID-PEDIDO               TO DCLPDD-ID-PEDIDO
           EXEC SQL
              SELECT CPF, STATUS_PEDIDO, VALOR_TOTAL
              INTO  :DCLPDD-CPF, :DCLPDD-STATUS-PEDIDO,
                    :DCLPDD-VALOR-TOTAL
              FROM  PEDIDOS
              WHERE ID_PEDIDO = :DCLPDD-ID-PEDIDO
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 MOVE 'PEDIDO NAO ENCONTRADO'
                                           TO TAMSGO
                 PERFORM 999-TRATA-FASE2
              WHEN OTHER
                 PERFORM 999-ERRO-GENERICO
           END-EVALUATE
           MOVE TAPEDI                     TO TAPEDO
           MOVE DCLPDD-CPF                 TO TACPFO
           MOVE DCLPDD-VALOR-TOTAL         TO WS-VALOR-ED
           MOVE WS-VALOR-ED                TO TATOTO
           IF DCLPDD-STATUS-PEDIDO NOT = 'CA'
              MOVE 'SO REEMBOLSO DE PEDIDO CANCELADO PODE SER REENVIADO'
                                           TO TAMSGO
              PERFORM 999-TRATA-FASE2
           END-IF
           MOVE 'CA - CANCELADO'           TO TASTATO
           PERFORM 217-SITUACAO-REEMBOLSO
           PERFORM 218-SITUACAO-BLOQUEIO
           IF DCLRBO-STATUS NOT = 'R'
              MOVE 'SO REEMBOLSO RECUSADO PODE SER REENVIADO'
                                           TO TAMSGO
              PERFORM 999-TRATA-FASE2
           END-IF
           MOVE DCLPDD-CPF                 TO DCLACL-CPF-CONSULTADO
           MOVE WS-ID-PEDIDO               TO DCLACL-ID-PEDIDO
           PERFORM 999-GRAVA-ACESSO
           MOVE 'P'                        TO DCLRBO-STATUS
           MOVE EIBTRMID                   TO DCLRBO-TERMINAL
           MOVE SPACES                     TO DCLRBO-DATA-ENVIO
                                              DCLRBO-DATA-RETORNO
                                              DCLRBO-MOTIVO-RECUSA
           EXEC SQL
              UPDATE REEMBOLSOS
              SET    STATUS        = :DCLRBO-STATUS,
                     TERMINAL      = :DCLRBO-TERMINAL,
                     DATA_ENVIO    = :DCLRBO-DATA-ENVIO,
                     DATA_RETORNO  = :DCLRBO-DATA-RETORNO,
                     MOTIVO_RECUSA = :DCLRBO-MOTIVO-RECUSA
              WHERE  ID_PEDIDO     = :DCLRBO-ID-PEDIDO
              AND    STATUS        = 'R'
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERRO-GENERICO
           END-IF
           MOVE 'REEMBOLSO: PENDENTE DE ENVIO A ADQUIRENTE'
                                           TO TASRBO
           MOVE 'REEMBOLSO REENVIADO - SEGUE NO PROXIMO ARQUIVO'
                                           TO TAMSGO
           PERFORM 999-TRATA-FASE2
           .
       999-ATUALIZA-STATUS.
      * TRANSICAO DE STATUS DO PEDIDO - GRAVA O NOVO STATUS EM PEDIDOS
      * E REGISTRA A TRANSICAO EM PEDIDOS_STATUS_HIST COM DATA/HORA/
      * TERMINAL, NO MESMO MOLDE DE HISTORICO_ALTERACOES.
           MOVE WS-ID-PEDIDO                TO DCLPDD-ID-PEDIDO
           MOVE DCLPDD-STATUS-PEDIDO        TO DCLPSH-STATUS-ANTERIOR
           MOVE WS-STATUS-NOVO              TO DCLPDD-STATUS-PEDIDO
                                               DCLPSH-STATUS-NOVO
           EXEC SQL
              UPDATE PEDIDOS
              SET    STATUS_PEDIDO = :DCLPDD-STATUS-PEDIDO
              WHERE  ID_PEDIDO     = :DCLPDD-ID-PEDIDO
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERRO-GENERICO
           END-IF
           EXEC CICS LINK
              PROGRAM('AUXCICS1')
              COMMAREA(WS-VAR-TEMPO)
              LENGTH(+18)
           END-EXEC
           MOVE WS-ID-PEDIDO                TO DCLPSH-ID-PEDIDO
           MOVE EIBTRMID                    TO DCLPSH-TERMINAL
           MOVE WS-DATA                     TO DCLPSH-DATA-ALTERACAO
           MOVE WS-HORARIO                  TO DCLPSH-HORA-ALTERACAO
           EXEC SQL
              INSERT INTO PEDIDOS_STATUS_HIST
                     (ID_PEDIDO, STATUS_ANTERIOR, STATUS_NOVO,
                      TERMINAL, DATA_ALTERACAO, HORA_ALTERACAO)
              VALUES (:DCLPSH-ID-PEDIDO, :DCLPSH-STATUS-ANTERIOR,
                      :DCLPSH-STATUS-NOVO, :DCLPSH-TERMINAL,
                      :DCLPSH-DATA-ALTERACAO, :DCLPSH-HORA-ALTERACAO)
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERRO-GENERICO
           END-IF
           .
       999-GRAVA-OUTBOX.
      * GRAVA O AVISO NA CAIXA DE SAIDA PERSISTENTE - O ENVIO FISICO
      * E FEITO PELO BATCH T10BEML, COM RETENTATIVAS. A CHAVE MAX+1
      * PODE COLIDIR COM OUTRA TRANSACAO SIMULTANEA (-803) - NESSE
      * CASO O INSERT E RETENTADO COM UMA CHAVE NOVA.
           EXEC CICS LINK
              PROGRAM('AUXCICS1')
              COMMAREA(WS-VAR-TEMPO)
              LENGTH(+18)
           END-EXEC
           MOVE 'P'                         TO DCLEML-STATUS
           PERFORM 999-VERIFICA-SUPRESSAO
           MOVE 0                           TO DCLEML-QTD-TENTATIVAS
           STRING WS-DATA                   DELIMITED BY SIZE
                  ' '                       DELIMITED BY SIZE
                  WS-HORARIO                DELIMITED BY SIZE
                                       INTO DCLEML-DATA-HORA-CRIACAO
           MOVE SPACES                      TO DCLEML-DATA-HORA-ENVIO
           MOVE 'N'                         TO WS-OUTBOX-GRAVADO
           MOVE 0                           TO WS-OUTBOX-TENTATIVA
           PERFORM 999-INSERE-OUTBOX
                   UNTIL WS-OUTBOX-GRAVADO = 'S'
                   OR    WS-OUTBOX-TENTATIVA >= 3
           IF WS-OUTBOX-GRAVADO NOT = 'S'
              PERFORM 999-ERRO-GENERICO
           END-IF
           .
       999-INSERE-OUTBOX.
           ADD 1                            TO WS-OUTBOX-TENTATIVA
           EXEC SQL
              SELECT VALUE(MAX(ID_EMAIL), 0) + 1
              INTO  :DCLEML-ID-EMAIL
              FROM  EMAIL_OUTBOX
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERRO-GENERICO
           END-IF
           EXEC SQL
              INSERT INTO EMAIL_OUTBOX
                     (ID_EMAIL, EMAIL_DESTINO, ID_TEMPLATE, PAYLOAD,
                      STATUS, QTD_TENTATIVAS, DATA_HORA_CRIACAO,
                      DATA_HORA_ENVIO)
              VALUES (:DCLEML-ID-EMAIL, :DCLEML-EMAIL-DESTINO,
                      :DCLEML-ID-TEMPLATE, :DCLEML-PAYLOAD,
                      :DCLEML-STATUS, :DCLEML-QTD-TENTATIVAS,
                      :DCLEML-DATA-HORA-CRIACAO,
                      :DCLEML-DATA-HORA-ENVIO)
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 MOVE 'S'                   TO WS-OUTBOX-GRAVADO
              WHEN -803
      * CHAVE DUPLICADA POR CONCORRENCIA - RETENTA COM MAX+1 NOVO
                 CONTINUE
              WHEN OTHER
                 PERFORM 999-ERRO-GENERICO
           END-EVALUATE
           .
       999-VERIFICA-SUPRESSAO.
      * ENDERECO NA LISTA EMAIL_SUPRESSAO NAO RECEBE MAIS NADA - O
      * AVISO E GRAVADO COMO 'S' (SUPRIMIDO), QUE O T10BEML NUNCA
      * ENVIA E CONTA NO RELATORIO DE ENTREGA.
           MOVE DCLEML-EMAIL-DESTINO        TO DCLSUP-EMAIL
           MOVE 0                           TO WS-QTD-SUPRESSAO
           EXEC SQL
              SELECT COUNT(*)
              INTO  :WS-QTD-SUPRESSAO
              FROM  EMAIL_SUPRESSAO
              WHERE EMAIL = :DCLSUP-EMAIL
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERRO-GENERICO
           END-IF
           IF WS-QTD-SUPRESSAO > 0
              MOVE 'S'                      TO DCLEML-STATUS
           END-IF
           .
       999-VERIFICA-OPERADOR.
      * CONTROLE DE ACESSO DAS TELAS DE SERVICO - SO OPERADOR ATIVO
      * EM OPERADORES ENTRA. O CANCELAMENTO PELO ATENDIMENTO ACEITA OS
      * PERFIS 'A' (ATENDIMENTO) E 'F' (FRAUDE).
           EXEC CICS ASSIGN
              USERID(WS-USUARIO)
           END-EXEC
           MOVE WS-USUARIO                 TO DCLOPE-USUARIO
           MOVE SPACES                     TO DCLOPE-PERFIL
           EXEC SQL
              SELECT PERFIL
              INTO  :DCLOPE-PERFIL
              FROM  OPERADORES
              WHERE USUARIO = :DCLOPE-USUARIO
              AND   ATIVO   = 'A'
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 MOVE 'USUARIO NAO CADASTRADO COMO OPERADOR ATIVO'
                                           TO WS-MSG-ERRO
                 PERFORM 999-ENCERRA-TRANSACAO
              WHEN OTHER
                 PERFORM 999-ERRO-GENERICO
           END-EVALUATE
           IF DCLOPE-PERFIL NOT = 'A' AND DCLOPE-PERFIL NOT = 'F'
              MOVE 'USUARIO SEM PERFIL PARA ESTA TELA'
                                           TO WS-MSG-ERRO
              PERFORM 999-ENCERRA-TRANSACAO
           END-IF
           .
       999-GRAVA-ACESSO.
      * TRILHA DE ACESSO - UMA LINHA POR CONSULTA EM ACESSOS_LOG,
      * PARA RESPONDER "QUEM OLHOU ESTE CLIENTE" AO COMPLIANCE.
           MOVE WS-USUARIO                 TO DCLACL-USUARIO
           MOVE 'T10PCAN'                  TO DCLACL-PROGRAMA
           MOVE EIBTRMID                   TO DCLACL-TERMINAL
           EXEC CICS LINK
              PROGRAM('AUXCICS1')
              COMMAREA(WS-VAR-TEMPO)
              LENGTH(+18)
           END-EXEC
           MOVE WS-DATA                    TO DCLACL-DATA-ACESSO
           MOVE WS-HORARIO                 TO DCLACL-HORA-ACESSO
           EXEC SQL
              INSERT INTO ACESSOS_LOG
                     (USUARIO, PROGRAMA, CPF_CONSULTADO, ID_PEDIDO,
                      TERMINAL, DATA_ACESSO, HORA_ACESSO)
              VALUES (:DCLACL-USUARIO, :DCLACL-PROGRAMA,
                      :DCLACL-CPF-CONSULTADO, :DCLACL-ID-PEDIDO,
                      :DCLACL-TERMINAL, :DCLACL-DATA-ACESSO,
                      :DCLACL-HORA-ACESSO)
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERRO-GENERICO
           END-IF
           .
       999-ENCERRA-TRANSACAO.
           MOVE +80                        TO WS-LENGTH
           EXEC CICS SEND TEXT
              FROM (WS-MSG-ERRO)
              LENGTH(WS-LENGTH)
              ERASE FREEKB ALARM
           END-EXEC
      *
           EXEC CICS RETURN
           END-EXEC
           .
       999-MANDA-TELA.
           MOVE EIBTRMID                   TO TATERO
           MOVE EIBTRNID                   TO TATRAO
           MOVE EIBTASKN                   TO TATASO
           MOVE WS-FASE                    TO TAFASO
      *
           EXEC CICS LINK
              PROGRAM('AUXCICS1')
              COMMAREA(WS-VAR-TEMPO)
              LENGTH(+18)
           END-EXEC
           MOVE WS-DATA                    TO TADATAO
           MOVE WS-HORARIO                 TO TAHORAO
      *
           EXEC CICS SEND
              MAP   ('MAPACAN')
              MAPSET('T10MCAN')
              FROM  (MAPACANO)
              ERASE FREEKB ALARM CURSOR
           END-EXEC
           .
       999-CHAMA-FASE1.
           MOVE '1'                        TO WS-FASE
      *
           EXEC CICS XCTL
              PROGRAM('T10PCAN')
              COMMAREA(WS-DFHCOMMAREA)
              LENGTH (LENGTH OF WS-DFHCOMMAREA)
           END-EXEC
           .
       999-CHAMA-FASE2.
           MOVE '2'                        TO WS-FASE
      *
           EXEC CICS RETURN
              TRANSID('FT0A')
              COMMAREA(WS-DFHCOMMAREA)
              LENGTH(LENGTH OF WS-DFHCOMMAREA)
           END-EXEC
           .
       999-TRATA-FASE2.
           MOVE -1                         TO TAPEDL
           PERFORM 999-MANDA-TELA
           PERFORM 999-CHAMA-FASE2
           .
       999-ERRO-MAPA.
           MOVE 'ERRO MAPA T10MCAN'        TO WS-MSG-ERRO
           PERFORM 999-ENCERRA-TRANSACAO
           .
       999-ERRO-GENERICO.
           MOVE SQLCODE                    TO WS-SQLCODE
           STRING 'ERRO GENERICO T10PCAN SQLC:'
                  WS-SQLCODE               DELIMITED BY SIZE
                                           INTO WS-MSG-ERRO
           PERFORM 999-ENCERRA-TRANSACAO
           .

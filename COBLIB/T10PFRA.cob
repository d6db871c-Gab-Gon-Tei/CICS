      *----------------------------------------------------------------*
      *  FILA DE TRABALHO ONLINE DA AREA DE FRAUDE - LISTA OS ALERTAS  *
      *  PENDENTES DE ALERTAS_FRAUDE (STATUS 'P', GERADOS PELO         *
      *  CONTROLE DE VELOCIDADE DO T10PCDA, PELA LISTA DE BLOQUEIO NO  *
      *  T10PCDA E NO T50PENT E PELOS CHARGEBACKS DO T10BCHB) COM CPF, *
      *  CONTA, PEDIDO E QTD_CARTOES_24H. O ANALISTA                   *
      *  SELECIONA UM ALERTA E DECIDE: 'L' LIBERA O PEDIDO (RV VOLTA   *
      *  AO STATUS QUE TINHA ANTES DA RETENCAO - AP NO CHECKOUT - COM  *
      *  HISTORICO EM PEDIDOS_STATUS_HIST) OU 'C' CONFIRMA O           *
      *  CANCELAMENTO (PEDIDO VAI PARA CA). NOS DOIS CASOS O ALERTA E  *
      *  MARCADO 'T' COM O USUARIO, A ACAO E O MOMENTO DA DECISAO.     *
      *  NO CANCELAMENTO, BLOQUEIA = 'S' INCLUI NA LISTA DE BLOQUEIO   *
      *  (BLOQUEIOS_FRAUDE) O CPF DO ALERTA, OS TOKENS DOS CARTOES DA  *
      *  CONTA E O CEP DE ENTREGA DO PEDIDO, VALIDOS ATE A DATA        *
      *  INFORMADA (EM BRANCO = 180 DIAS). BIN SO PELA TELA T10PBLQ.   *
      *----------------------------------------------------------------*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
       77  WS-SELECAO                      PIC 9(01) VALUE 0.
       77  WS-QTD-LINHAS                   PIC S9(04) COMP VALUE 0.
       77  WS-STATUS-NOVO                  PIC X(02) VALUE SPACES.
      * BLOQUEIO DOS DADOS DO PEDIDO CANCELADO - VALIDADE DIGITADA EM
      * DD/MM/AAAA OU, EM BRANCO, HOJE MAIS WS-DIAS-VALIDADE
       77  WS-DIAS-VALIDADE                PIC 9(03) VALUE 180.
       77  WS-DIAS-INT                     PIC S9(07) COMP VALUE 0.
       77  WS-VALIDADE-BLQ                 PIC X(10) VALUE SPACES.
       01  WS-HOJE-AMD.
           05 WS-HOJE-ANO                  PIC X(04).
           05 WS-HOJE-MES                  PIC X(02).
           05 WS-HOJE-DIA                  PIC X(02).
       01  WS-HOJE-AMD-R REDEFINES WS-HOJE-AMD
                                           PIC 9(08).
       01  WS-VLD-AMD.
           05 WS-VLD-ANO                   PIC X(04).
           05 WS-VLD-MES                   PIC X(02).
           05 WS-VLD-DIA                   PIC X(02).
       01  WS-VLD-AMD-R REDEFINES WS-VLD-AMD
                                           PIC 9(08).
       01  WS-ENDFILE-AUX                  PIC X(01) VALUE 'N'.
           88 ENDFILE-YES                           VALUE 'S'.
           88 ENDFILE-NO                            VALUE 'N'.
           EXEC SQL
              INCLUDE TCDCLPSH
           END-EXEC.
           EXEC SQL
              INCLUDE TCDCLCRT
           END-EXEC.
           EXEC SQL
              INCLUDE TCDCLBLQ
           END-EXEC.
           EXEC SQL
              INCLUDE TCDCLOPE
           END-EXEC.
                                           TO T8MSGO
              PERFORM 999-TRATA-FASE2
           END-IF
           IF T8BLQL NOT = 0 AND T8BLQI NOT = SPACE AND
              T8BLQI NOT = 'N'
              IF T8BLQI NOT = 'S' OR T8ACAOI NOT = 'C'
                 PERFORM 300-LISTA-ALERTAS
                 MOVE 'BLOQUEIA: S OU N - SO NO CANCELAMENTO (C)'
                                           TO T8MSGO
                 PERFORM 999-TRATA-FASE2
              END-IF
              PERFORM 275-VALIDA-VALIDADE
              IF WS-VALIDADE-BLQ = SPACES
                 PERFORM 300-LISTA-ALERTAS
                 MOVE 'VALIDADE INVALIDA - DD/MM/AAAA A PARTIR DE HOJE'
                                           TO T8MSGO
                 PERFORM 999-TRATA-FASE2
              END-IF
           END-IF
           MOVE WS-PED-ALERTA(WS-SELECAO)  TO WS-ID-PEDIDO
           PERFORM 220-BUSCA-ALERTA
           MOVE DCLAFR-CPF                 TO DCLACL-CPF-CONSULTADO
              WHEN 'L' PERFORM 230-LIBERA-PEDIDO
              WHEN 'C' PERFORM 235-CONFIRMA-CANCELAMENTO
           END-EVALUATE
           IF T8BLQL NOT = 0 AND T8BLQI = 'S'
              PERFORM 270-BLOQUEIA-DADOS
           END-IF
           PERFORM 260-MARCA-TRATADO
           PERFORM 300-LISTA-ALERTAS
           EVALUATE T8ACAOI
                 MOVE 'PEDIDO LIBERADO - ALERTA MARCADO COMO TRATADO'
                                           TO T8MSGO
              WHEN 'C'
                 IF T8BLQL NOT = 0 AND T8BLQI = 'S'
                    STRING 'CANCELADO - DADOS BLOQUEADOS ATE '
                           WS-VALIDADE-BLQ DELIMITED BY SIZE
                                           INTO T8MSGO
                 ELSE
                    MOVE 'CANCELAMENTO CONFIRMADO - ALERTA TRATADO'
                                           TO T8MSGO
                 END-IF
           END-EVALUATE
           PERFORM 999-TRATA-FASE2
           .
           END-EVALUATE
           .
       230-LIBERA-PEDIDO.
      * LIBERACAO - SO UM PEDIDO AINDA RETIDO ('RV') VOLTA AO STATUS
      * QUE TINHA ANTES DA RETENCAO (ULTIMA ENTRADA EM RV NO
      * HISTORICO): 'AP' NA RETENCAO DO CHECKOUT, PG/SP/EN NA DE UM
      * CHARGEBACK. SEM ESSA LINHA NO HISTORICO VOLTA PARA 'AP'.
      * A TRANSICAO FICA REGISTRADA EM PEDIDOS_STATUS_HIST COMO AS
      * DEMAIS, PARA A AUDITORIA ENXERGAR QUEM SOLTOU O PEDIDO.
           MOVE WS-ID-PEDIDO               TO DCLPDD-ID-PEDIDO
                                           TO T8MSGO
              PERFORM 999-TRATA-FASE2
           END-IF
           MOVE WS-ID-PEDIDO               TO DCLPSH-ID-PEDIDO
           MOVE SPACES                     TO DCLPSH-STATUS-ANTERIOR
           EXEC SQL
              SELECT STATUS_ANTERIOR
              INTO  :DCLPSH-STATUS-ANTERIOR
              FROM  PEDIDOS_STATUS_HIST
              WHERE ID_PEDIDO   = :DCLPSH-ID-PEDIDO
              AND   STATUS_NOVO = 'RV'
              ORDER BY SUBSTR(DATA_ALTERACAO, 7, 4) DESC,
                       SUBSTR(DATA_ALTERACAO, 4, 2) DESC,
                       SUBSTR(DATA_ALTERACAO, 1, 2) DESC,
                       HORA_ALTERACAO DESC
              FETCH FIRST 1 ROW ONLY
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
              PERFORM 999-ERRO-GENERICO
           END-IF
           EVALUATE DCLPSH-STATUS-ANTERIOR
              WHEN 'PG'
              WHEN 'SP'
              WHEN 'EN'
                 MOVE DCLPSH-STATUS-ANTERIOR
                                           TO WS-STATUS-NOVO
              WHEN OTHER
                 MOVE 'AP'                 TO WS-STATUS-NOVO
           END-EVALUATE
           PERFORM 999-ATUALIZA-STATUS
           .
       235-CONFIRMA-CANCELAMENTO.
              PERFORM 999-ERRO-GENERICO
           END-IF
           .
       270-BLOQUEIA-DADOS.
      * BLOQUEIO DOS DADOS DO PEDIDO CANCELADO NA MESMA DECISAO: CPF
      * DO ALERTA, TOKEN DE CADA CARTAO DA CONTA DO ALERTA E CEP DE
      * ENTREGA DO PEDIDO. DADO JA NA LISTA TEM O BLOQUEIO RENOVADO.
           MOVE 'FRAUDE CONFIRMADA'        TO DCLBLQ-MOTIVO
           MOVE WS-VALIDADE-BLQ            TO DCLBLQ-DATA-VALIDADE
           MOVE WS-ID-PEDIDO               TO DCLBLQ-ID-PEDIDO
           IF DCLAFR-CPF NOT = SPACES
              MOVE 'C'                     TO DCLBLQ-TIPO
              MOVE DCLAFR-CPF              TO DCLBLQ-VALOR
              PERFORM 999-GRAVA-BLOQUEIO
           END-IF
           MOVE DCLAFR-ID-CONTA-BANCARIA   TO DCLCRT-ID-CONTA-BANCARIA
           EXEC SQL
              DECLARE CUR_CARTOES_CONTA CURSOR FOR
              SELECT NUMERO_CARTAO, TOKEN
              FROM   CARTOES
              WHERE  ID_CONTA_BANCARIA = :DCLCRT-ID-CONTA-BANCARIA
           END-EXEC
           EXEC SQL
              OPEN CUR_CARTOES_CONTA
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERRO-GENERICO
           END-IF
           MOVE 'N'                        TO WS-ENDFILE-AUX
           PERFORM 280-PROXIMO-CARTAO
           PERFORM 285-BLOQUEIA-CARTAO UNTIL ENDFILE-YES
           EXEC SQL
              CLOSE CUR_CARTOES_CONTA
           END-EXEC
           MOVE WS-ID-PEDIDO               TO DCLPDD-ID-PEDIDO
           MOVE SPACES                     TO DCLPDD-CEP
           EXEC SQL
              SELECT CEP
              INTO  :DCLPDD-CEP
              FROM  PEDIDOS
              WHERE ID_PEDIDO = :DCLPDD-ID-PEDIDO
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERRO-GENERICO
           END-IF
           IF DCLPDD-CEP NOT = SPACES
              MOVE 'E'                     TO DCLBLQ-TIPO
              MOVE DCLPDD-CEP              TO DCLBLQ-VALOR
              PERFORM 999-GRAVA-BLOQUEIO
           END-IF
           .
       275-VALIDA-VALIDADE.
      * VALIDADE DIGITADA TEM DE SER UMA DATA VALIDA A PARTIR DE HOJE;
      * EM BRANCO VALE O PRAZO PADRAO. DATA INVALIDA VOLTA EM BRANCO.
           EXEC CICS LINK
              PROGRAM('AUXCICS1')
              COMMAREA(WS-VAR-TEMPO)
              LENGTH(+18)
           END-EXEC
           MOVE WS-DATA(7:4)               TO WS-HOJE-ANO
           MOVE WS-DATA(4:2)               TO WS-HOJE-MES
           MOVE WS-DATA(1:2)               TO WS-HOJE-DIA
           MOVE SPACES                     TO WS-VALIDADE-BLQ
           IF T8VLDL = 0 OR T8VLDI = SPACES
              COMPUTE WS-DIAS-INT =
                      FUNCTION INTEGER-OF-DATE(WS-HOJE-AMD-R)
                      + WS-DIAS-VALIDADE
              COMPUTE WS-VLD-AMD-R =
                      FUNCTION DATE-OF-INTEGER(WS-DIAS-INT)
              STRING WS-VLD-DIA '/' WS-VLD-MES '/' WS-VLD-ANO
                                           DELIMITED BY SIZE
                                           INTO WS-VALIDADE-BLQ
           ELSE
              MOVE T8VLDI(7:4)             TO WS-VLD-ANO
              MOVE T8VLDI(4:2)             TO WS-VLD-MES
              MOVE T8VLDI(1:2)             TO WS-VLD-DIA
              IF WS-VLD-AMD-R IS NUMERIC AND
                 T8VLDI(3:1) = '/' AND T8VLDI(6:1) = '/'
                 IF FUNCTION TEST-DATE-YYYYMMDD(WS-VLD-AMD-R) = 0
                    AND WS-VLD-AMD-R >= WS-HOJE-AMD-R
                    MOVE T8VLDI            TO WS-VALIDADE-BLQ
                 END-IF
              END-IF
           END-IF
           .
       280-PROXIMO-CARTAO.
           EXEC SQL
              FETCH CUR_CARTOES_CONTA
              INTO :DCLCRT-NUMERO-CARTAO, :DCLCRT-TOKEN
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 MOVE 'S'                  TO WS-ENDFILE-AUX
              WHEN OTHER
                 PERFORM 999-ERRO-GENERICO
           END-EVALUATE
           .
       285-BLOQUEIA-CARTAO.
      * O BLOQUEIO E PELO TOKEN (6 PRIMEIROS + ****** + 4 ULTIMOS),
      * NUNCA PELO PAN; CARTAO AINDA SEM TOKEN GRAVADO E MASCARADO
      * AQUI NO MESMO FORMATO DO T10PCDA.
           MOVE 'T'                        TO DCLBLQ-TIPO
           IF DCLCRT-TOKEN = SPACES
              MOVE SPACES                  TO DCLBLQ-VALOR
              MOVE DCLCRT-NUMERO-CARTAO(1:6)
                                           TO DCLBLQ-VALOR(1:6)
              MOVE '******'                TO DCLBLQ-VALOR(7:6)
              MOVE DCLCRT-NUMERO-CARTAO(13:4)
                                           TO DCLBLQ-VALOR(13:4)
           ELSE
              MOVE DCLCRT-TOKEN            TO DCLBLQ-VALOR
           END-IF
           PERFORM 999-GRAVA-BLOQUEIO
           PERFORM 280-PROXIMO-CARTAO
           .
       300-LISTA-ALERTAS.
      * LISTA OS 8 ALERTAS PENDENTES MAIS ANTIGOS (FILA FIFO) E
      * GUARDA OS PEDIDOS NA COMMAREA PARA A SELECAO DA FASE 2
              PERFORM 999-ERRO-GENERICO
           END-IF
           .
       999-GRAVA-BLOQUEIO.
      * GRAVA O BLOQUEIO (TIPO, VALOR, MOTIVO, VALIDADE E PEDIDO DE
      * ORIGEM JA CARREGADOS). DADO JA NA LISTA - ATIVO OU RETIRADO -
      * TEM O BLOQUEIO RENOVADO EM NOME DO ANALISTA ATUAL.
           EXEC CICS LINK
              PROGRAM('AUXCICS1')
              COMMAREA(WS-VAR-TEMPO)
              LENGTH(+18)
           END-EXEC
           MOVE 'A'                        TO DCLBLQ-STATUS
           MOVE WS-USUARIO                 TO DCLBLQ-USUARIO
           MOVE WS-DATA                    TO DCLBLQ-DATA-INCLUSAO
           MOVE WS-HORARIO                 TO DCLBLQ-HORA-INCLUSAO
           MOVE SPACES                     TO DCLBLQ-USUARIO-RETIRADA
                                              DCLBLQ-DATA-RETIRADA
           EXEC SQL
              UPDATE BLOQUEIOS_FRAUDE
              SET    MOTIVO           = :DCLBLQ-MOTIVO,
                     DATA_VALIDADE    = :DCLBLQ-DATA-VALIDADE,
                     STATUS           = :DCLBLQ-STATUS,
                     ID_PEDIDO        = :DCLBLQ-ID-PEDIDO,
                     USUARIO          = :DCLBLQ-USUARIO,
                     DATA_INCLUSAO    = :DCLBLQ-DATA-INCLUSAO,
                     HORA_INCLUSAO    = :DCLBLQ-HORA-INCLUSAO,
                     USUARIO_RETIRADA = :DCLBLQ-USUARIO-RETIRADA,
                     DATA_RETIRADA    = :DCLBLQ-DATA-RETIRADA
              WHERE  TIPO             = :DCLBLQ-TIPO
              AND    VALOR            = :DCLBLQ-VALOR
           END-EXEC
           IF SQLCODE = +100
              EXEC SQL
                 INSERT INTO BLOQUEIOS_FRAUDE
                        (TIPO, VALOR, MOTIVO, DATA_VALIDADE, STATUS,
                         ID_PEDIDO, USUARIO, DATA_INCLUSAO,
                         HORA_INCLUSAO, USUARIO_RETIRADA,
                         DATA_RETIRADA)
                 VALUES (:DCLBLQ-TIPO, :DCLBLQ-VALOR, :DCLBLQ-MOTIVO,
                         :DCLBLQ-DATA-VALIDADE, :DCLBLQ-STATUS,
                         :DCLBLQ-ID-PEDIDO, :DCLBLQ-USUARIO,
                         :DCLBLQ-DATA-INCLUSAO, :DCLBLQ-HORA-INCLUSAO,
                         :DCLBLQ-USUARIO-RETIRADA,
                         :DCLBLQ-DATA-RETIRADA)
              END-EXEC
              IF SQLCODE NOT = 0
                 PERFORM 999-ERRO-GENERICO
              END-IF
           ELSE
              IF SQLCODE NOT = 0
                 PERFORM 999-ERRO-GENERICO
              END-IF
           END-IF
           .
       999-BUSCA-USUARIO.
           EXEC CICS ASSIGN
              USERID(WS-USUARIO)

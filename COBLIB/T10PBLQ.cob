      *----------------------------------------------------------------*
       IDENTIFICATION                      DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                         T10PBLQ.
       AUTHOR.                             EQUIPE CARTOES.
      *----------------------------------------------------------------*
      *  MANUTENCAO ONLINE DA LISTA DE BLOQUEIO DA AREA DE FRAUDE      *
      *  (BLOQUEIOS_FRAUDE): CPF, TOKEN DE CARTAO, BIN OU CEP DE       *
      *  ENTREGA, CADA UM COM MOTIVO, VALIDADE E O ANALISTA QUE O      *
      *  INCLUIU. ENTER CONSULTA OS BLOQUEIOS ATIVOS (FILTRO OPCIONAL  *
      *  POR TIPO E VALOR), COM PAGINACAO PF7 (VOLTA) E PF8 (AVANCA).  *
      *  PF5 INCLUI O BLOQUEIO DIGITADO - SE O DADO JA ESTIVER NA      *
      *  LISTA, O BLOQUEIO E RENOVADO COM O NOVO MOTIVO E VALIDADE.    *
      *  VALIDADE EM BRANCO = 180 DIAS. PF6 RETIRA O BLOQUEIO DA LINHA *
      *  INFORMADA EM SEL (FICA NA TABELA COMO 'R', COM QUEM RETIROU). *
      *  A LISTA E CHECADA NO CHECKOUT PELO T10PCDA E PELO T50PENT.    *
      *  SO PARA O PERFIL 'F' (FRAUDE).                                *
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
           05 WS-TIPO-CONS                 PIC X(01).
           05 WS-VALOR-CONS                PIC X(16).
           05 WS-PAGINA                    PIC 9(03).
           05 WS-TEM-MAIS-CA               PIC X(01).
      * CHAVE (TIPO + VALOR) DE CADA LINHA DA PAGINA MOSTRADA - O PF6
      * RETIRA PELA LINHA INFORMADA EM SEL.
           05 WS-CHAVES-LINHA-CA.
              10 WS-CHAVE-LINHA-CA         OCCURS 8 TIMES.
                 15 WS-TIPO-LINHA-CA       PIC X(01).
                 15 WS-VALOR-LINHA-CA      PIC X(16).

       01  WS-VAR-TEMPO.
           05 WS-DATA                      PIC X(10).
           05 WS-HORARIO                   PIC X(08).

       77  WS-USUARIO                      PIC X(08) VALUE SPACES.
       77  WS-MSG-ACAO                     PIC X(60) VALUE SPACES.
       77  WS-SEL                          PIC 9(01) VALUE 0.
       77  WS-QTD-ACHADOS                  PIC S9(05) COMP VALUE 0.
       77  WS-QTD-LINHAS                   PIC S9(04) COMP VALUE 0.
       77  WS-INICIO-JANELA                PIC S9(05) COMP VALUE 0.
       77  WS-FIM-JANELA                   PIC S9(05) COMP VALUE 0.
       77  WS-TEM-MAIS                     PIC X(01) VALUE 'N'.
       77  WS-VALOR-OK                     PIC X(01) VALUE 'N'.
      * VALIDADE DO BLOQUEIO - DIGITADA EM DD/MM/AAAA OU, EM BRANCO,
      * HOJE MAIS WS-DIAS-VALIDADE
       77  WS-DIAS-VALIDADE                PIC 9(03) VALUE 180.
       77  WS-DIAS-INT                     PIC S9(07) COMP VALUE 0.
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
       01  BLQ-LINHA.
           05 BLQ-LIN-SEL                  PIC 9(01).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 BLQ-LIN-TIPO                 PIC X(05).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 BLQ-LIN-VALOR                PIC X(16).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 BLQ-LIN-MOTIVO               PIC X(24).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 BLQ-LIN-VALIDADE             PIC X(10).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 BLQ-LIN-SITUACAO             PIC X(07).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 BLQ-LIN-USUARIO              PIC X(08).
           COPY T10MBLQ.
           COPY DFHAID.
           COPY DFHBMSCA.
      *
           EXEC SQL
              INCLUDE TCDCLBLQ
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
      *    FASE 1 - LISTA OS BLOQUEIOS ATIVOS E ENVIA O MAPA
      *    FASE 2 - TRATA A CONSULTA, A PAGINACAO, A INCLUSAO E A
      *             RETIRADA
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
           MOVE SPACES                     TO WS-TIPO-CONS
                                              WS-VALOR-CONS
           MOVE 1                          TO WS-PAGINA
           MOVE 'N'                        TO WS-TEM-MAIS-CA
           PERFORM 300-CONSULTA
           .
      *----------------------------------------------------------------*
       200-FASE2.
           EXEC CICS HANDLE AID
              ENTER  (210-NOVA-CONSULTA)
              PF5    (260-INCLUI-BLOQUEIO)
              PF6    (270-RETIRA-BLOQUEIO)
              PF7    (220-PAGINA-ANTERIOR)
              PF8    (230-PAGINA-SEGUINTE)
              CLEAR  (240-CLEAR)
              ANYKEY (250-ANYKEY)
           END-EXEC
      *
           EXEC CICS RECEIVE
              MAP   ('MAPABLQ')
              MAPSET('T10MBLQ')
              INTO  (MAPABLQI)
           END-EXEC
           .
       210-NOVA-CONSULTA.
           MOVE SPACES                     TO WS-TIPO-CONS
                                              WS-VALOR-CONS
           IF TBTIPL NOT = 0 AND TBTIPI NOT = SPACE
              IF TBTIPI NOT = 'C' AND TBTIPI NOT = 'T' AND
                 TBTIPI NOT = 'B' AND TBTIPI NOT = 'E'
                 MOVE 'TIPO: C CPF  T TOKEN  B BIN  E CEP'
                                           TO WS-MSG-ACAO
                 PERFORM 300-CONSULTA
              END-IF
              MOVE TBTIPI                  TO WS-TIPO-CONS
           END-IF
           IF TBVALL NOT = 0 AND TBVALI NOT = SPACES
              MOVE TBVALI                  TO WS-VALOR-CONS
           END-IF
           MOVE 1                          TO WS-PAGINA
           PERFORM 300-CONSULTA
           .
       220-PAGINA-ANTERIOR.
           IF WS-PAGINA > 1
              SUBTRACT 1                   FROM WS-PAGINA
           END-IF
           PERFORM 300-CONSULTA
           .
       230-PAGINA-SEGUINTE.
           IF WS-TEM-MAIS-CA = 'S'
              ADD 1                        TO WS-PAGINA
           END-IF
           PERFORM 300-CONSULTA
           .
       240-CLEAR.
           PERFORM 999-CHAMA-FASE1
           .
       250-ANYKEY.
           MOVE 'TECLA PRESSIONADA INVALIDA'
                                           TO WS-MSG-ACAO
           PERFORM 300-CONSULTA
           .
       260-INCLUI-BLOQUEIO.
      * INCLUSAO (OU RENOVACAO) DO BLOQUEIO DIGITADO. O VALOR E
      * CONFERIDO CONTRA O FORMATO DO TIPO - O CHECKOUT COMPARA O
      * VALOR EXATO, ENTAO UM BLOQUEIO MAL DIGITADO NUNCA BATERIA.
           IF TBTIPL = 0 OR
              (TBTIPI NOT = 'C' AND TBTIPI NOT = 'T' AND
               TBTIPI NOT = 'B' AND TBTIPI NOT = 'E')
              MOVE 'TIPO: C CPF  T TOKEN  B BIN  E CEP'
                                           TO WS-MSG-ACAO
              PERFORM 300-CONSULTA
           END-IF
           IF TBVALL = 0 OR TBVALI = SPACES
              MOVE 'INFORME O VALOR A BLOQUEAR'
                                           TO WS-MSG-ACAO
              PERFORM 300-CONSULTA
           END-IF
           MOVE TBTIPI                     TO DCLBLQ-TIPO
           MOVE TBVALI                     TO DCLBLQ-VALOR
           PERFORM 290-VALIDA-VALOR
           IF WS-VALOR-OK NOT = 'S'
              EVALUATE DCLBLQ-TIPO
                 WHEN 'C'
                    MOVE 'CPF DEVE TER 11 DIGITOS'
                                           TO WS-MSG-ACAO
                 WHEN 'T'
                    MOVE 'TOKEN: 6 DIGITOS, ****** E 4 DIGITOS'
                                           TO WS-MSG-ACAO
                 WHEN 'B'
                    MOVE 'BIN DEVE TER 6 DIGITOS'
                                           TO WS-MSG-ACAO
                 WHEN 'E'
                    MOVE 'CEP DEVE TER 8 DIGITOS'
                                           TO WS-MSG-ACAO
              END-EVALUATE
              PERFORM 300-CONSULTA
           END-IF
           IF TBMOTL = 0 OR TBMOTI = SPACES
              MOVE 'INFORME O MOTIVO DO BLOQUEIO'
                                           TO WS-MSG-ACAO
              PERFORM 300-CONSULTA
           END-IF
           MOVE TBMOTI                     TO DCLBLQ-MOTIVO
           PERFORM 295-VALIDA-VALIDADE
           IF DCLBLQ-DATA-VALIDADE = SPACES
              MOVE 'VALIDADE INVALIDA - DD/MM/AAAA A PARTIR DE HOJE'
                                           TO WS-MSG-ACAO
              PERFORM 300-CONSULTA
           END-IF
           MOVE 0                          TO DCLBLQ-ID-PEDIDO
           PERFORM 999-GRAVA-BLOQUEIO
      * A LISTA VOLTA FILTRADA NO DADO GRAVADO (CPF GERA O ACESSO LA)
           MOVE DCLBLQ-TIPO               TO WS-TIPO-CONS
           MOVE DCLBLQ-VALOR               TO WS-VALOR-CONS
           MOVE 1                          TO WS-PAGINA
           STRING 'BLOQUEIO GRAVADO - VALIDO ATE '
                  DCLBLQ-DATA-VALIDADE     DELIMITED BY SIZE
                                           INTO WS-MSG-ACAO
           PERFORM 300-CONSULTA
           .
       270-RETIRA-BLOQUEIO.
      * A RETIRADA NAO APAGA A LINHA - FICA 'R' COM QUEM RETIROU E
      * QUANDO, PARA A AUDITORIA.
           MOVE 0                          TO WS-SEL
           IF TBSELL NOT = 0 AND TBSELI IS NUMERIC
              MOVE TBSELI                  TO WS-SEL
           END-IF
           IF WS-SEL < 1 OR WS-SEL > 8
              MOVE 'INFORME EM SEL A LINHA (1 A 8) A RETIRAR'
                                           TO WS-MSG-ACAO
              PERFORM 300-CONSULTA
           END-IF
           IF WS-TIPO-LINHA-CA(WS-SEL) = SPACE
              MOVE 'INFORME EM SEL A LINHA (1 A 8) A RETIRAR'
                                           TO WS-MSG-ACAO
              PERFORM 300-CONSULTA
           END-IF
           EXEC CICS LINK
              PROGRAM('AUXCICS1')
              COMMAREA(WS-VAR-TEMPO)
              LENGTH(+18)
           END-EXEC
           MOVE WS-TIPO-LINHA-CA(WS-SEL)   TO DCLBLQ-TIPO
           MOVE WS-VALOR-LINHA-CA(WS-SEL)  TO DCLBLQ-VALOR
           MOVE WS-USUARIO                 TO DCLBLQ-USUARIO-RETIRADA
           MOVE WS-DATA                    TO DCLBLQ-DATA-RETIRADA
           EXEC SQL
              UPDATE BLOQUEIOS_FRAUDE
              SET    STATUS           = 'R',
                     USUARIO_RETIRADA = :DCLBLQ-USUARIO-RETIRADA,
                     DATA_RETIRADA    = :DCLBLQ-DATA-RETIRADA
              WHERE  TIPO             = :DCLBLQ-TIPO
              AND    VALOR            = :DCLBLQ-VALOR
              AND    STATUS           = 'A'
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 MOVE 'BLOQUEIO RETIRADO'  TO WS-MSG-ACAO
              WHEN +100
                 MOVE 'BLOQUEIO JA RETIRADO - LISTA ATUALIZADA'
                                           TO WS-MSG-ACAO
              WHEN OTHER
                 PERFORM 999-ERRO-GENERICO
           END-EVALUATE
           IF DCLBLQ-TIPO = 'C'
              MOVE DCLBLQ-VALOR            TO DCLACL-CPF-CONSULTADO
              MOVE 0                       TO DCLACL-ID-PEDIDO
              PERFORM 999-GRAVA-ACESSO
           END-IF
           PERFORM 300-CONSULTA
           .
       290-VALIDA-VALOR.
      * FORMATO DO VALOR POR TIPO: CPF 11 DIGITOS, TOKEN NO FORMATO
      * GRAVADO PELO T10PCDA (6 PRIMEIROS + ****** + 4 ULTIMOS), BIN
      * 6 DIGITOS, CEP 8 DIGITOS - SEMPRE ALINHADO A ESQUERDA.
           MOVE 'N'                        TO WS-VALOR-OK
           EVALUATE DCLBLQ-TIPO
              WHEN 'C'
                 IF DCLBLQ-VALOR(1:11) IS NUMERIC AND
                    DCLBLQ-VALOR(12:5) = SPACES
                    MOVE 'S'               TO WS-VALOR-OK
                 END-IF
              WHEN 'T'
                 IF DCLBLQ-VALOR(1:6) IS NUMERIC AND
                    DCLBLQ-VALOR(7:6) = '******' AND
                    DCLBLQ-VALOR(13:4) IS NUMERIC
                    MOVE 'S'               TO WS-VALOR-OK
                 END-IF
              WHEN 'B'
                 IF DCLBLQ-VALOR(1:6) IS NUMERIC AND
                    DCLBLQ-VALOR(7:10) = SPACES
                    MOVE 'S'               TO WS-VALOR-OK
                 END-IF
              WHEN 'E'
                 IF DCLBLQ-VALOR(1:8) IS NUMERIC AND
                    DCLBLQ-VALOR(9:8) = SPACES
                    MOVE 'S'               TO WS-VALOR-OK
                 END-IF
           END-EVALUATE
           .
       295-VALIDA-VALIDADE.
      * VALIDADE DIGITADA TEM DE SER UMA DATA VALIDA A PARTIR DE HOJE;
      * EM BRANCO VALE O PRAZO PADRAO. DATA INVALIDA VOLTA EM BRANCO.
           PERFORM 999-HOJE-AMD
           MOVE SPACES                     TO DCLBLQ-DATA-VALIDADE
           IF TBVLDL = 0 OR TBVLDI = SPACES
              PERFORM 999-VALIDADE-PADRAO
           ELSE
              MOVE TBVLDI(7:4)             TO WS-VLD-ANO
              MOVE TBVLDI(4:2)             TO WS-VLD-MES
              MOVE TBVLDI(1:2)             TO WS-VLD-DIA
              IF WS-VLD-AMD-R IS NUMERIC AND
                 TBVLDI(3:1) = '/' AND TBVLDI(6:1) = '/'
                 IF FUNCTION TEST-DATE-YYYYMMDD(WS-VLD-AMD-R) = 0
                    AND WS-VLD-AMD-R >= WS-HOJE-AMD-R
                    MOVE TBVLDI            TO DCLBLQ-DATA-VALIDADE
                 END-IF
              END-IF
           END-IF
           .
       300-CONSULTA.
      * LISTA OS BLOQUEIOS ATIVOS ('A') POR TIPO E VALOR, COM O FILTRO
      * DA COMMAREA (TIPO E/OU VALOR EM BRANCO = TODOS). BLOQUEIO COM
      * VALIDADE JA PASSADA SAI COMO VENCIDO - O CHECKOUT O IGNORA.
           MOVE LOW-VALUES                 TO MAPABLQO
           PERFORM 999-HOJE-AMD
           COMPUTE WS-INICIO-JANELA = ((WS-PAGINA - 1) * 8) + 1
           COMPUTE WS-FIM-JANELA    = WS-PAGINA * 8
           MOVE 0                          TO WS-QTD-ACHADOS
                                              WS-QTD-LINHAS
           MOVE 'N'                        TO WS-TEM-MAIS
           INITIALIZE WS-CHAVES-LINHA-CA
           IF WS-TIPO-CONS = 'C' AND WS-VALOR-CONS NOT = SPACES
              MOVE WS-VALOR-CONS           TO DCLACL-CPF-CONSULTADO
              MOVE 0                       TO DCLACL-ID-PEDIDO
              PERFORM 999-GRAVA-ACESSO
           END-IF
           MOVE WS-TIPO-CONS               TO DCLBLQ-TIPO
           MOVE WS-VALOR-CONS              TO DCLBLQ-VALOR
           EXEC SQL
              DECLARE CUR_BLOQUEIOS CURSOR FOR
              SELECT TIPO, VALOR, MOTIVO, DATA_VALIDADE, USUARIO
              FROM   BLOQUEIOS_FRAUDE
              WHERE  STATUS = 'A'
              AND   (TIPO   = :DCLBLQ-TIPO  OR :DCLBLQ-TIPO  = ' ')
              AND   (VALOR  = :DCLBLQ-VALOR OR :DCLBLQ-VALOR = ' ')
              ORDER BY TIPO, VALOR
           END-EXEC
           EXEC SQL
              OPEN CUR_BLOQUEIOS
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERRO-GENERICO
           END-IF
           MOVE 'N'                        TO WS-ENDFILE-AUX
           PERFORM 310-PROXIMO-BLOQUEIO
           PERFORM 320-LISTA-BLOQUEIO UNTIL ENDFILE-YES
           EXEC SQL
              CLOSE CUR_BLOQUEIOS
           END-EXEC
           MOVE WS-TEM-MAIS                TO WS-TEM-MAIS-CA
           MOVE WS-TIPO-CONS               TO TBTIPO
           MOVE WS-VALOR-CONS              TO TBVALO
           MOVE WS-PAGINA                  TO TBPAGO
           EVALUATE TRUE
              WHEN WS-MSG-ACAO NOT = SPACES
                 MOVE WS-MSG-ACAO          TO TBMSGO
              WHEN WS-QTD-ACHADOS = 0
                 MOVE 'NENHUM BLOQUEIO ATIVO - PF5 INCLUI'
                                           TO TBMSGO
              WHEN WS-TEM-MAIS = 'S'
                 MOVE 'PF8 AVANCA PF7 VOLTA PF5 INCLUI PF6 RETIRA'
                                           TO TBMSGO
              WHEN OTHER
                 MOVE 'FIM DA LISTA - PF5 INCLUI PF6 RETIRA'
                                           TO TBMSGO
           END-EVALUATE
           PERFORM 999-TRATA-FASE2
           .
       310-PROXIMO-BLOQUEIO.
           EXEC SQL
              FETCH CUR_BLOQUEIOS
              INTO :DCLBLQ-TIPO, :DCLBLQ-VALOR, :DCLBLQ-MOTIVO,
                   :DCLBLQ-DATA-VALIDADE, :DCLBLQ-USUARIO
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
       320-LISTA-BLOQUEIO.
      * LISTA APENAS A JANELA DA PAGINA CORRENTE E GUARDA A CHAVE DE
      * CADA LINHA PARA A RETIRADA.
           ADD 1                           TO WS-QTD-ACHADOS
           EVALUATE TRUE
              WHEN WS-QTD-ACHADOS > WS-FIM-JANELA
                 MOVE 'S'                  TO WS-TEM-MAIS
                 MOVE 'S'                  TO WS-ENDFILE-AUX
              WHEN WS-QTD-ACHADOS >= WS-INICIO-JANELA
                 ADD 1                     TO WS-QTD-LINHAS
                 MOVE DCLBLQ-TIPO          TO WS-TIPO-LINHA-CA
                                              (WS-QTD-LINHAS)
                 MOVE DCLBLQ-VALOR         TO WS-VALOR-LINHA-CA
                                              (WS-QTD-LINHAS)
                 MOVE WS-QTD-LINHAS        TO BLQ-LIN-SEL
                 EVALUATE DCLBLQ-TIPO
                    WHEN 'C'
                       MOVE 'CPF'          TO BLQ-LIN-TIPO
                    WHEN 'T'
                       MOVE 'TOKEN'        TO BLQ-LIN-TIPO
                    WHEN 'B'
                       MOVE 'BIN'          TO BLQ-LIN-TIPO
                    WHEN 'E'
                       MOVE 'CEP'          TO BLQ-LIN-TIPO
                    WHEN OTHER
                       MOVE DCLBLQ-TIPO    TO BLQ-LIN-TIPO
                 END-EVALUATE
                 MOVE DCLBLQ-VALOR         TO BLQ-LIN-VALOR
                 MOVE DCLBLQ-MOTIVO        TO BLQ-LIN-MOTIVO
                 MOVE DCLBLQ-DATA-VALIDADE TO BLQ-LIN-VALIDADE
                 MOVE DCLBLQ-USUARIO       TO BLQ-LIN-USUARIO
                 MOVE DCLBLQ-DATA-VALIDADE(7:4)
                                           TO WS-VLD-ANO
                 MOVE DCLBLQ-DATA-VALIDADE(4:2)
                                           TO WS-VLD-MES
                 MOVE DCLBLQ-DATA-VALIDADE(1:2)
                                           TO WS-VLD-DIA
                 IF WS-VLD-AMD-R IS NUMERIC AND
                    WS-VLD-AMD-R < WS-HOJE-AMD-R
                    MOVE 'VENCIDO'         TO BLQ-LIN-SITUACAO
                 ELSE
                    MOVE 'ATIVO'           TO BLQ-LIN-SITUACAO
                 END-IF
                 PERFORM 999-MOVE-LINHA-BLQ
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           IF ENDFILE-NO
              PERFORM 310-PROXIMO-BLOQUEIO
           END-IF
           .
       999-MOVE-LINHA-BLQ.
           EVALUATE WS-QTD-LINHAS
              WHEN 1 MOVE BLQ-LINHA        TO TBLIN1O
              WHEN 2 MOVE BLQ-LINHA        TO TBLIN2O
              WHEN 3 MOVE BLQ-LINHA        TO TBLIN3O
              WHEN 4 MOVE BLQ-LINHA        TO TBLIN4O
              WHEN 5 MOVE BLQ-LINHA        TO TBLIN5O
              WHEN 6 MOVE BLQ-LINHA        TO TBLIN6O
              WHEN 7 MOVE BLQ-LINHA        TO TBLIN7O
              WHEN 8 MOVE BLQ-LINHA        TO TBLIN8O
           END-EVALUATE
           .
       999-HOJE-AMD.
           EXEC CICS LINK
              PROGRAM('AUXCICS1')
              COMMAREA(WS-VAR-TEMPO)
              LENGTH(+18)
           END-EXEC
           MOVE WS-DATA(7:4)               TO WS-HOJE-ANO
           MOVE WS-DATA(4:2)               TO WS-HOJE-MES
           MOVE WS-DATA(1:2)               TO WS-HOJE-DIA
           .
       999-VALIDADE-PADRAO.
      * VALIDADE PADRAO DO BLOQUEIO - HOJE MAIS WS-DIAS-VALIDADE, EM
      * DD/MM/AAAA (WS-HOJE-AMD JA CARREGADO).
           COMPUTE WS-DIAS-INT =
                   FUNCTION INTEGER-OF-DATE(WS-HOJE-AMD-R)
                   + WS-DIAS-VALIDADE
           COMPUTE WS-VLD-AMD-R =
                   FUNCTION DATE-OF-INTEGER(WS-DIAS-INT)
           MOVE SPACES                     TO DCLBLQ-DATA-VALIDADE
           STRING WS-VLD-DIA '/' WS-VLD-MES '/' WS-VLD-ANO
                                           DELIMITED BY SIZE
                                           INTO DCLBLQ-DATA-VALIDADE
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
           END-EXEC
           .
       999-VERIFICA-OPERADOR.
      * CONTROLE DE ACESSO DAS TELAS DE SERVICO - SO OPERADOR ATIVO
      * EM OPERADORES ENTRA. A LISTA DE BLOQUEIO EXIGE O PERFIL 'F'
      * (FRAUDE).
           PERFORM 999-BUSCA-USUARIO
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
           IF DCLOPE-PERFIL NOT = 'F'
              MOVE 'USUARIO SEM PERFIL PARA ESTA TELA'
                                           TO WS-MSG-ERRO
              PERFORM 999-ENCERRA-TRANSACAO
           END-IF
           .
       999-GRAVA-ACESSO.
      * TRILHA DE ACESSO - UMA LINHA POR CONSULTA EM ACESSOS_LOG,
      * PARA RESPONDER "QUEM OLHOU ESTE CLIENTE" AO COMPLIANCE.
           MOVE WS-USUARIO                 TO DCLACL-USUARIO
           MOVE 'T10PBLQ'                  TO DCLACL-PROGRAMA
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
           MOVE WS-USUARIO                 TO TBUSRO
           MOVE EIBTRMID                   TO TBTERO
           MOVE EIBTRNID                   TO TBTRAO
           MOVE EIBTASKN                   TO TBTASO
           MOVE WS-FASE                    TO TBFASO
      *
           EXEC CICS LINK
              PROGRAM('AUXCICS1')
              COMMAREA(WS-VAR-TEMPO)
              LENGTH(+18)
           END-EXEC
           MOVE WS-DATA                    TO TBDATAO
           MOVE WS-HORARIO                 TO TBHORAO
      *
           EXEC CICS SEND
              MAP   ('MAPABLQ')
              MAPSET('T10MBLQ')
              FROM  (MAPABLQO)
              ERASE FREEKB ALARM CURSOR
           END-EXEC
           .
       999-CHAMA-FASE1.
           MOVE '1'                        TO WS-FASE
      *
           EXEC CICS XCTL
              PROGRAM('T10PBLQ')
              COMMAREA(WS-DFHCOMMAREA)
              LENGTH (LENGTH OF WS-DFHCOMMAREA)
           END-EXEC
           .
       999-CHAMA-FASE2.
           MOVE '2'                        TO WS-FASE
      *
           EXEC CICS RETURN
              TRANSID('FT0B')
              COMMAREA(WS-DFHCOMMAREA)
              LENGTH(LENGTH OF WS-DFHCOMMAREA)
           END-EXEC
           .
       999-TRATA-FASE2.
           MOVE -1                         TO TBTIPL
           PERFORM 999-MANDA-TELA
           PERFORM 999-CHAMA-FASE2
           .
       999-ERRO-MAPA.
           MOVE 'ERRO MAPA T10MBLQ'        TO WS-MSG-ERRO
           PERFORM 999-ENCERRA-TRANSACAO
           .
       999-ERRO-GENERICO.
           MOVE SQLCODE                    TO WS-SQLCODE
           STRING 'ERRO GENERICO T10PBLQ SQLC:'
                  WS-SQLCODE               DELIMITED BY SIZE
                                           INTO WS-MSG-ERRO
           PERFORM 999-ENCERRA-TRANSACAO
           .

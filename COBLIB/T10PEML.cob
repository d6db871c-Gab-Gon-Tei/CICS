      *----------------------------------------------------------------*
       IDENTIFICATION                      DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                         T10PEML.
       AUTHOR.                             EQUIPE CARTOES.
      *----------------------------------------------------------------*
      *  CONSULTA ONLINE DOS EMAILS DE UM CLIENTE NA EMAIL_OUTBOX      *
      *  PARA O ATENDIMENTO: POR CPF (EMAIL ATUAL E EMAIL PENDENTE DO  *
      *  CLIENTE) OU POR ENDERECO, MAIS RECENTES PRIMEIRO, COM         *
      *  PAGINACAO PF7 (VOLTA) E PF8 (AVANCA). MOSTRA TEMPLATE,        *
      *  STATUS, TENTATIVAS E DATAS DE CRIACAO E ENVIO - NUNCA O       *
      *  PAYLOAD, QUE GUARDA O CODIGO DE CONFIRMACAO.                  *
      *  PF5 REENVIA O EMAIL DA LINHA INFORMADA EM SEL, SE ESTIVER EM  *
      *  FALHA ('F') OU MORTO ('M'): VOLTA PARA 'P' E O T10BEML O      *
      *  ENVIA DE NOVO. PF6 GERA UM NOVO CODIGO DE CONFIRMACAO PARA O  *
      *  EMAIL PENDENTE DO CLIENTE (SO NA CONSULTA POR CPF). TODO      *
      *  REENVIO FICA REGISTRADO EM EMAIL_REENVIOS.                    *
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
           05 WS-CPF-CONS                  PIC X(11).
           05 WS-EMAIL-CONS                PIC X(40).
           05 WS-PAGINA                    PIC 9(03).
           05 WS-TEM-MAIS-CA               PIC X(01).
      * ID_EMAIL DE CADA LINHA DA PAGINA MOSTRADA - O PF5 REENVIA PELA
      * LINHA INFORMADA EM SEL.
           05 WS-IDS-LINHA-CA.
              10 WS-ID-LINHA-CA            PIC S9(09) COMP
                                           OCCURS 5 TIMES.

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
       77  WS-QTD-SUPRESSAO                PIC S9(09) COMP VALUE 0.
       77  WS-QTD-CODIGO                   PIC S9(09) COMP VALUE 0.
       77  WS-COD-NUM                      PIC 9(06).
       77  WS-COD-SEED                     PIC 9(09).
       77  WS-COD-CONFIRMACAO              PIC X(06).
       77  WS-OUTBOX-GRAVADO               PIC X(01) VALUE 'N'.
       77  WS-OUTBOX-TENTATIVA             PIC 9(01) VALUE 0.
       01  WS-ENDFILE-AUX                  PIC X(01) VALUE 'N'.
           88 ENDFILE-YES                           VALUE 'S'.
           88 ENDFILE-NO                            VALUE 'N'.
      * CADA EMAIL OCUPA DUAS LINHAS DA TELA - A SEGUNDA TRAZ O
      * DESTINO (NA CONSULTA POR CPF PODE SER O EMAIL ATUAL OU O
      * PENDENTE) E O MOMENTO DO ENVIO.
       01  EML-LINHA-1.
           05 EML-LIN-SEL                  PIC 9(01).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 EML-LIN-ID                   PIC Z(8)9.
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 EML-LIN-TEMPLATE             PIC X(08).
           05 FILLER                       PIC X(01) VALUE SPACE.
           05 EML-LIN-STATUS               PIC X(12).
           05 FILLER                       PIC X(06) VALUE ' TENT '.
           05 EML-LIN-TENT                 PIC Z9.
           05 FILLER                       PIC X(08) VALUE ' CRIADO '.
           05 EML-LIN-CRIACAO              PIC X(19).
       01  EML-LINHA-2.
           05 FILLER                       PIC X(07) VALUE SPACES.
           05 FILLER                       PIC X(05) VALUE 'PARA '.
           05 EML-LIN-DESTINO              PIC X(40).
           05 FILLER                       PIC X(05) VALUE ' ENV '.
           05 EML-LIN-ENVIO                PIC X(19).
           COPY T10MEML.
           COPY DFHAID.
           COPY DFHBMSCA.
      *
           EXEC SQL
              INCLUDE TCDCLEML
           END-EXEC.
           EXEC SQL
              INCLUDE TCDCLCLI
           END-EXEC.
           EXEC SQL
              INCLUDE TCDCLSUP
           END-EXEC.
           EXEC SQL
              INCLUDE TCDCLREN
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
      *    FASE 1 - ENVIA O MAPA DE CONSULTA PARA O TERMINAL
      *    FASE 2 - TRATA A CONSULTA, A PAGINACAO E OS REENVIOS
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
           MOVE LOW-VALUES                 TO MAPAEMLO
           MOVE -1                         TO T3CPFL
           MOVE SPACES                     TO WS-CPF-CONS
                                              WS-EMAIL-CONS
           MOVE 1                          TO WS-PAGINA
           MOVE 'N'                        TO WS-TEM-MAIS-CA
           INITIALIZE WS-IDS-LINHA-CA
           MOVE 'INFORME O CPF OU O EMAIL DO CLIENTE'
                                           TO T3MSGO
           PERFORM 999-TRATA-FASE2
           .
      *----------------------------------------------------------------*
       200-FASE2.
           EXEC CICS HANDLE AID
              ENTER  (210-NOVA-CONSULTA)
              PF5    (260-REENVIA-EMAIL)
              PF6    (270-NOVO-CODIGO)
              PF7    (220-PAGINA-ANTERIOR)
              PF8    (230-PAGINA-SEGUINTE)
              CLEAR  (240-CLEAR)
              ANYKEY (250-ANYKEY)
           END-EXEC
      *
           EXEC CICS RECEIVE
              MAP   ('MAPAEML')
              MAPSET('T10MEML')
              INTO  (MAPAEMLI)
           END-EXEC
           .
       210-NOVA-CONSULTA.
           IF (T3CPFL = 0 OR T3CPFI = SPACES)
              AND (T3EMLL = 0 OR T3EMLI = SPACES)
              MOVE LOW-VALUES              TO MAPAEMLO
              MOVE 'INFORME O CPF OU O EMAIL DO CLIENTE'
                                           TO T3MSGO
              PERFORM 999-TRATA-FASE2
           END-IF
           MOVE SPACES                     TO WS-CPF-CONS
                                              WS-EMAIL-CONS
           IF T3CPFL NOT = 0 AND T3CPFI NOT = SPACES
              MOVE T3CPFI                  TO WS-CPF-CONS
           ELSE
              MOVE T3EMLI                  TO WS-EMAIL-CONS
           END-IF
           MOVE 1                          TO WS-PAGINA
           PERFORM 300-CONSULTA
           .
       220-PAGINA-ANTERIOR.
           IF WS-CPF-CONS = SPACES AND WS-EMAIL-CONS = SPACES
              PERFORM 999-CHAMA-FASE1
           END-IF
           IF WS-PAGINA > 1
              SUBTRACT 1                   FROM WS-PAGINA
           END-IF
           PERFORM 300-CONSULTA
           .
       230-PAGINA-SEGUINTE.
           IF WS-CPF-CONS = SPACES AND WS-EMAIL-CONS = SPACES
              PERFORM 999-CHAMA-FASE1
           END-IF
           IF WS-TEM-MAIS-CA = 'S'
              ADD 1                        TO WS-PAGINA
           END-IF
           PERFORM 300-CONSULTA
           .
       240-CLEAR.
           PERFORM 999-CHAMA-FASE1
           .
       250-ANYKEY.
           MOVE LOW-VALUES                 TO MAPAEMLO
           MOVE 'TECLA PRESSIONADA INVALIDA'
                                           TO T3MSGO
           PERFORM 999-TRATA-FASE2
           .
       260-REENVIA-EMAIL.
      * REENVIO DE EMAIL EM FALHA ('F') OU MORTO ('M') - VOLTA PARA
      * 'P' COM AS TENTATIVAS ZERADAS E O T10BEML O ENVIA DE NOVO. O
      * MORTO SO E REENVIADO DEPOIS DE O ATENDIMENTO CONFIRMAR O
      * ENDERECO COM O CLIENTE - O ENDERECO SAI DA EMAIL_SUPRESSAO E O
      * CLIENTE DEIXA DE FICAR MARCADO COM EMAIL DEVOLVIDO.
           IF WS-CPF-CONS = SPACES AND WS-EMAIL-CONS = SPACES
              PERFORM 999-CHAMA-FASE1
           END-IF
           MOVE 0                          TO WS-SEL
           IF T3SELL NOT = 0 AND T3SELI IS NUMERIC
              MOVE T3SELI                  TO WS-SEL
           END-IF
           IF WS-SEL < 1 OR WS-SEL > 5
              MOVE 'INFORME EM SEL A LINHA (1 A 5) DO EMAIL A REENVIAR'
                                           TO WS-MSG-ACAO
              PERFORM 300-CONSULTA
           END-IF
           IF WS-ID-LINHA-CA(WS-SEL) = 0
              MOVE 'INFORME EM SEL A LINHA (1 A 5) DO EMAIL A REENVIAR'
                                           TO WS-MSG-ACAO
              PERFORM 300-CONSULTA
           END-IF
           MOVE WS-ID-LINHA-CA(WS-SEL)     TO DCLEML-ID-EMAIL
           EXEC SQL
              SELECT EMAIL_DESTINO, ID_TEMPLATE, PAYLOAD, STATUS
              INTO  :DCLEML-EMAIL-DESTINO, :DCLEML-ID-TEMPLATE,
                    :DCLEML-PAYLOAD, :DCLEML-STATUS
              FROM  EMAIL_OUTBOX
              WHERE ID_EMAIL = :DCLEML-ID-EMAIL
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 MOVE 'EMAIL NAO ENCONTRADO - CONSULTE NOVAMENTE'
                                           TO WS-MSG-ACAO
                 PERFORM 300-CONSULTA
              WHEN OTHER
                 PERFORM 999-ERRO-GENERICO
           END-EVALUATE
           IF DCLEML-STATUS NOT = 'F' AND DCLEML-STATUS NOT = 'M'
              MOVE 'SO EMAIL EM FALHA (F) OU MORTO (M) E REENVIADO'
                                           TO WS-MSG-ACAO
              PERFORM 300-CONSULTA
           END-IF
           IF DCLEML-ID-TEMPLATE = 'CODCONF'
              PERFORM 265-VERIFICA-CODIGO
           END-IF
           PERFORM 310-DESTINOS
           MOVE DCLEML-STATUS              TO DCLREN-STATUS-ANTERIOR
           MOVE SPACES                     TO DCLEML-DATA-HORA-ENVIO
           EXEC SQL
              UPDATE EMAIL_OUTBOX
              SET    STATUS          = 'P',
                     QTD_TENTATIVAS  = 0,
                     DATA_HORA_ENVIO = :DCLEML-DATA-HORA-ENVIO
              WHERE  ID_EMAIL        = :DCLEML-ID-EMAIL
              AND    STATUS          = :DCLREN-STATUS-ANTERIOR
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 MOVE 'EMAIL ALTERADO PELO ENVIO - CONSULTE NOVAMENTE'
                                           TO WS-MSG-ACAO
                 PERFORM 300-CONSULTA
              WHEN OTHER
                 PERFORM 999-ERRO-GENERICO
           END-EVALUATE
           IF DCLREN-STATUS-ANTERIOR = 'M'
              PERFORM 268-RETIRA-SUPRESSAO
           END-IF
           MOVE 'R'                        TO DCLREN-TIPO
           MOVE DCLEML-ID-EMAIL            TO DCLREN-ID-EMAIL
           MOVE DCLEML-EMAIL-DESTINO       TO DCLREN-EMAIL-DESTINO
           MOVE DCLCLI-CPF                 TO DCLREN-CPF
           PERFORM 999-GRAVA-REENVIO
           MOVE 'EMAIL REENVIADO - SAI NO PROXIMO CICLO DO T10BEML'
                                           TO WS-MSG-ACAO
           PERFORM 300-CONSULTA
           .
       265-VERIFICA-CODIGO.
      * CODIGO DE CONFIRMACAO SO E REENVIADO SE AINDA FOR O CODIGO
      * PENDENTE DO CLIENTE - UM CODIGO JA SUBSTITUIDO OU JA USADO
      * SERIA RECUSADO NA CONFIRMACAO.
           MOVE 0                          TO WS-QTD-CODIGO
           EXEC SQL
              SELECT COUNT(*)
              INTO  :WS-QTD-CODIGO
              FROM  CLIENTES
              WHERE EMAIL_PENDENTE  = :DCLEML-EMAIL-DESTINO
              AND   EMAIL_STATUS    = 'P'
              AND   COD_CONFIRMACAO = :DCLEML-PAYLOAD
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERRO-GENERICO
           END-IF
           IF WS-QTD-CODIGO = 0
              MOVE 'CODIGO SUBSTITUIDO OU JA USADO - PF6 GERA UM NOVO'
                                           TO WS-MSG-ACAO
              PERFORM 300-CONSULTA
           END-IF
           .
       268-RETIRA-SUPRESSAO.
           MOVE DCLEML-EMAIL-DESTINO       TO DCLSUP-EMAIL
           EXEC SQL
              DELETE FROM EMAIL_SUPRESSAO
              WHERE  EMAIL = :DCLSUP-EMAIL
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
              PERFORM 999-ERRO-GENERICO
           END-IF
           EXEC SQL
              UPDATE CLIENTES
              SET    EMAIL_DEVOLVIDO = 'N'
              WHERE  EMAIL           = :DCLSUP-EMAIL
              AND    EMAIL_DEVOLVIDO = 'S'
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
              PERFORM 999-ERRO-GENERICO
           END-IF
           .
       270-NOVO-CODIGO.
      * NOVO CODIGO DE CONFIRMACAO PARA O EMAIL PENDENTE DO CLIENTE -
      * O CODIGO ANTERIOR DEIXA DE VALER E O NOVO SEGUE PELA
      * EMAIL_OUTBOX, COMO NO T10PCLI.
           IF WS-CPF-CONS = SPACES
              IF WS-EMAIL-CONS = SPACES
                 PERFORM 999-CHAMA-FASE1
              END-IF
              MOVE 'NOVO CODIGO SO NA CONSULTA POR CPF'
                                           TO WS-MSG-ACAO
              PERFORM 300-CONSULTA
           END-IF
           MOVE WS-CPF-CONS                TO DCLCLI-CPF
           EXEC SQL
              SELECT EMAIL_PENDENTE, EMAIL_STATUS
              INTO  :DCLCLI-EMAIL-PENDENTE, :DCLCLI-EMAIL-STATUS
              FROM  CLIENTES
              WHERE CPF = :DCLCLI-CPF
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 MOVE 'CLIENTE NAO CADASTRADO'
                                           TO WS-MSG-ACAO
                 PERFORM 300-CONSULTA
              WHEN OTHER
                 PERFORM 999-ERRO-GENERICO
           END-EVALUATE
           IF DCLCLI-EMAIL-STATUS NOT = 'P'
              MOVE 'CLIENTE SEM EMAIL PENDENTE DE CONFIRMACAO'
                                           TO WS-MSG-ACAO
              PERFORM 300-CONSULTA
           END-IF
           MOVE DCLCLI-EMAIL-PENDENTE      TO DCLSUP-EMAIL
           PERFORM 999-VERIFICA-SUPRESSAO
           IF WS-QTD-SUPRESSAO > 0
              MOVE 'EMAIL PENDENTE SEM ENTREGA - CADASTRE OUTRO'
                                           TO WS-MSG-ACAO
              PERFORM 300-CONSULTA
           END-IF
           COMPUTE WS-COD-SEED = FUNCTION MOD((EIBTASKN * 99991) +
                                  EIBTIME, 999999999)
           COMPUTE WS-COD-NUM = FUNCTION INTEGER(
                                  FUNCTION RANDOM(WS-COD-SEED)
                                  * 1000000)
           MOVE WS-COD-NUM                 TO WS-COD-CONFIRMACAO
           MOVE WS-COD-CONFIRMACAO         TO DCLCLI-COD-CONFIRMACAO
           EXEC SQL
              UPDATE CLIENTES
              SET    COD_CONFIRMACAO = :DCLCLI-COD-CONFIRMACAO
              WHERE  CPF             = :DCLCLI-CPF
              AND    EMAIL_STATUS    = 'P'
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERRO-GENERICO
           END-IF
           PERFORM 999-GRAVA-OUTBOX
           MOVE 'C'                        TO DCLREN-TIPO
           MOVE SPACE                      TO DCLREN-STATUS-ANTERIOR
           MOVE DCLEML-ID-EMAIL            TO DCLREN-ID-EMAIL
           MOVE DCLEML-EMAIL-DESTINO       TO DCLREN-EMAIL-DESTINO
           MOVE DCLCLI-CPF                 TO DCLREN-CPF
           PERFORM 999-GRAVA-REENVIO
           MOVE 'NOVO CODIGO ENVIADO - O CODIGO ANTERIOR NAO VALE MAIS'
                                           TO WS-MSG-ACAO
           PERFORM 300-CONSULTA
           .
       300-CONSULTA.
           MOVE LOW-VALUES                 TO MAPAEMLO
           COMPUTE WS-INICIO-JANELA = ((WS-PAGINA - 1) * 5) + 1
           COMPUTE WS-FIM-JANELA    = WS-PAGINA * 5
           MOVE 0                          TO WS-QTD-ACHADOS
                                              WS-QTD-LINHAS
           MOVE 'N'                        TO WS-TEM-MAIS
           INITIALIZE WS-IDS-LINHA-CA
           PERFORM 310-DESTINOS
           MOVE DCLCLI-CPF                 TO DCLACL-CPF-CONSULTADO
           MOVE 0                          TO DCLACL-ID-PEDIDO
           PERFORM 999-GRAVA-ACESSO
      * ORDEM DECRESCENTE DE ID_EMAIL = MAIS RECENTES PRIMEIRO (A
      * CHAVE E SEMPRE MAX+1). O PAYLOAD NAO E LIDO.
           EXEC SQL
              DECLARE CUR_EMAILS CURSOR FOR
              SELECT ID_EMAIL, EMAIL_DESTINO, ID_TEMPLATE, STATUS,
                     QTD_TENTATIVAS, DATA_HORA_CRIACAO,
                     DATA_HORA_ENVIO
              FROM   EMAIL_OUTBOX
              WHERE  EMAIL_DESTINO IN (:DCLCLI-EMAIL,
                                       :DCLCLI-EMAIL-PENDENTE)
              ORDER BY ID_EMAIL DESC
           END-EXEC
           EXEC SQL
              OPEN CUR_EMAILS
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERRO-GENERICO
           END-IF
           MOVE 'N'                        TO WS-ENDFILE-AUX
           PERFORM 320-PROXIMO-EMAIL
           PERFORM 330-LISTA-EMAIL UNTIL ENDFILE-YES
           EXEC SQL
              CLOSE CUR_EMAILS
           END-EXEC
           MOVE WS-TEM-MAIS                TO WS-TEM-MAIS-CA
           MOVE WS-CPF-CONS                TO T3CPFO
           MOVE WS-EMAIL-CONS              TO T3EMLO
           MOVE WS-PAGINA                  TO T3PAGO
           EVALUATE TRUE
              WHEN WS-MSG-ACAO NOT = SPACES
                 MOVE WS-MSG-ACAO          TO T3MSGO
              WHEN WS-QTD-ACHADOS = 0
                 MOVE 'NENHUM EMAIL ENCONTRADO PARA O CLIENTE'
                                           TO T3MSGO
              WHEN WS-TEM-MAIS = 'S'
                 MOVE 'PF8 AVANCA PF7 VOLTA PF5 REENVIA PF6 NOVO CODIGO'
                                           TO T3MSGO
              WHEN OTHER
                 MOVE 'FIM DA LISTA - PF5 REENVIA PF6 NOVO CODIGO'
                                           TO T3MSGO
           END-EVALUATE
           PERFORM 999-TRATA-FASE2
           .
       310-DESTINOS.
      * NA CONSULTA POR CPF LISTA O EMAIL ATUAL E O PENDENTE DO
      * CLIENTE; NA CONSULTA POR ENDERECO, SO O ENDERECO - E O CPF DO
      * CLIENTE DONO DELE, SE HOUVER, VAI PARA A TRILHA DE ACESSO.
           IF WS-CPF-CONS NOT = SPACES
              MOVE WS-CPF-CONS             TO DCLCLI-CPF
              EXEC SQL
                 SELECT EMAIL, EMAIL_PENDENTE
                 INTO  :DCLCLI-EMAIL, :DCLCLI-EMAIL-PENDENTE
                 FROM  CLIENTES
                 WHERE CPF = :DCLCLI-CPF
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    CONTINUE
                 WHEN +100
                    MOVE LOW-VALUES        TO MAPAEMLO
                    MOVE WS-CPF-CONS       TO T3CPFO
                    MOVE 'CLIENTE NAO CADASTRADO'
                                           TO T3MSGO
                    PERFORM 999-TRATA-FASE2
                 WHEN OTHER
                    PERFORM 999-ERRO-GENERICO
              END-EVALUATE
           ELSE
              MOVE WS-EMAIL-CONS           TO DCLCLI-EMAIL
                                              DCLCLI-EMAIL-PENDENTE
              MOVE SPACES                  TO DCLCLI-CPF
              EXEC SQL
                 SELECT CPF
                 INTO  :DCLCLI-CPF
                 FROM  CLIENTES
                 WHERE EMAIL          = :DCLCLI-EMAIL
                 OR    EMAIL_PENDENTE = :DCLCLI-EMAIL
                 FETCH FIRST 1 ROW ONLY
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    CONTINUE
                 WHEN +100
                    MOVE SPACES            TO DCLCLI-CPF
                 WHEN OTHER
                    PERFORM 999-ERRO-GENERICO
              END-EVALUATE
           END-IF
           .
       320-PROXIMO-EMAIL.
           EXEC SQL
              FETCH CUR_EMAILS
              INTO :DCLEML-ID-EMAIL, :DCLEML-EMAIL-DESTINO,
                   :DCLEML-ID-TEMPLATE, :DCLEML-STATUS,
                   :DCLEML-QTD-TENTATIVAS, :DCLEML-DATA-HORA-CRIACAO,
                   :DCLEML-DATA-HORA-ENVIO
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
       330-LISTA-EMAIL.
      * LISTA APENAS A JANELA DA PAGINA CORRENTE E GUARDA O ID_EMAIL
      * DE CADA LINHA PARA O REENVIO.
           ADD 1                           TO WS-QTD-ACHADOS
           EVALUATE TRUE
              WHEN WS-QTD-ACHADOS > WS-FIM-JANELA
                 MOVE 'S'                  TO WS-TEM-MAIS
                 MOVE 'S'                  TO WS-ENDFILE-AUX
              WHEN WS-QTD-ACHADOS >= WS-INICIO-JANELA
                 ADD 1                     TO WS-QTD-LINHAS
                 MOVE DCLEML-ID-EMAIL      TO WS-ID-LINHA-CA
                                              (WS-QTD-LINHAS)
                 MOVE WS-QTD-LINHAS        TO EML-LIN-SEL
                 MOVE DCLEML-ID-EMAIL      TO EML-LIN-ID
                 MOVE DCLEML-ID-TEMPLATE   TO EML-LIN-TEMPLATE
                 EVALUATE DCLEML-STATUS
                    WHEN 'P'
                       MOVE 'P PENDENTE'   TO EML-LIN-STATUS
                    WHEN 'E'
                       MOVE 'E ENVIADO'    TO EML-LIN-STATUS
                    WHEN 'F'
                       MOVE 'F FALHA'      TO EML-LIN-STATUS
                    WHEN 'M'
                       MOVE 'M MORTO'      TO EML-LIN-STATUS
                    WHEN 'S'
                       MOVE 'S SUPRIMIDO'  TO EML-LIN-STATUS
                    WHEN OTHER
                       MOVE DCLEML-STATUS  TO EML-LIN-STATUS
                 END-EVALUATE
                 MOVE DCLEML-QTD-TENTATIVAS
                                           TO EML-LIN-TENT
                 MOVE DCLEML-DATA-HORA-CRIACAO
                                           TO EML-LIN-CRIACAO
                 MOVE DCLEML-EMAIL-DESTINO TO EML-LIN-DESTINO
                 MOVE DCLEML-DATA-HORA-ENVIO
                                           TO EML-LIN-ENVIO
                 PERFORM 999-MOVE-LINHA-EML
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           IF ENDFILE-NO
              PERFORM 320-PROXIMO-EMAIL
           END-IF
           .
       999-MOVE-LINHA-EML.
           EVALUATE WS-QTD-LINHAS
              WHEN 1  MOVE EML-LINHA-1     TO T3LIN1O
                      MOVE EML-LINHA-2     TO T3LIN2O
              WHEN 2  MOVE EML-LINHA-1     TO T3LIN3O
                      MOVE EML-LINHA-2     TO T3LIN4O
              WHEN 3  MOVE EML-LINHA-1     TO T3LIN5O
                      MOVE EML-LINHA-2     TO T3LIN6O
              WHEN 4  MOVE EML-LINHA-1     TO T3LIN7O
                      MOVE EML-LINHA-2     TO T3LIN8O
              WHEN 5  MOVE EML-LINHA-1     TO T3LIN9O
                      MOVE EML-LINHA-2     TO T3LIN10O
           END-EVALUATE
           .
       999-VERIFICA-SUPRESSAO.
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
           .
       999-GRAVA-OUTBOX.
      * GRAVA O CODIGO DE CONFIRMACAO NA CAIXA DE SAIDA PERSISTENTE -
      * O ENVIO FISICO E FEITO PELO BATCH T10BEML, COM RETENTATIVAS.
      * A CHAVE MAX+1 PODE COLIDIR COM OUTRA TRANSACAO SIMULTANEA
      * (-803) - NESSE CASO O INSERT E RETENTADO COM UMA CHAVE NOVA.
           EXEC CICS LINK
              PROGRAM('AUXCICS1')
              COMMAREA(WS-VAR-TEMPO)
              LENGTH(+18)
           END-EXEC
           MOVE DCLCLI-EMAIL-PENDENTE       TO DCLEML-EMAIL-DESTINO
           MOVE 'CODCONF'                   TO DCLEML-ID-TEMPLATE
           MOVE WS-COD-CONFIRMACAO          TO DCLEML-PAYLOAD
           MOVE 'P'                         TO DCLEML-STATUS
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
       999-GRAVA-REENVIO.
      * TRILHA DOS REENVIOS - QUEM REENVIOU, O QUE E QUANDO.
           EXEC CICS LINK
              PROGRAM('AUXCICS1')
              COMMAREA(WS-VAR-TEMPO)
              LENGTH(+18)
           END-EXEC
           MOVE WS-USUARIO                  TO DCLREN-USUARIO
           MOVE EIBTRMID                    TO DCLREN-TERMINAL
           MOVE WS-DATA                     TO DCLREN-DATA-REENVIO
           MOVE WS-HORARIO                  TO DCLREN-HORA-REENVIO
           EXEC SQL
              INSERT INTO EMAIL_REENVIOS
                     (ID_EMAIL, TIPO, STATUS_ANTERIOR, EMAIL_DESTINO,
                      CPF, USUARIO, TERMINAL, DATA_REENVIO,
                      HORA_REENVIO)
              VALUES (:DCLREN-ID-EMAIL, :DCLREN-TIPO,
                      :DCLREN-STATUS-ANTERIOR, :DCLREN-EMAIL-DESTINO,
                      :DCLREN-CPF, :DCLREN-USUARIO, :DCLREN-TERMINAL,
                      :DCLREN-DATA-REENVIO, :DCLREN-HORA-REENVIO)
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERRO-GENERICO
           END-IF
           .
       999-VERIFICA-OPERADOR.
      * CONTROLE DE ACESSO DAS TELAS DE SERVICO - SO OPERADOR ATIVO
      * EM OPERADORES ENTRA. A CONSULTA DE EMAILS ACEITA OS PERFIS
      * 'A' (ATENDIMENTO) E 'F' (FRAUDE).
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
           MOVE 'T10PEML'                  TO DCLACL-PROGRAMA
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
           MOVE EIBTRMID                   TO T3TERO
           MOVE EIBTRNID                   TO T3TRAO
           MOVE EIBTASKN                   TO T3TASO
           MOVE WS-FASE                    TO T3FASO
      *
           EXEC CICS LINK
              PROGRAM('AUXCICS1')
              COMMAREA(WS-VAR-TEMPO)
              LENGTH(+18)
           END-EXEC
           MOVE WS-DATA                    TO T3DATAO
           MOVE WS-HORARIO                 TO T3HORAO
      *
           EXEC CICS SEND
              MAP   ('MAPAEML')
              MAPSET('T10MEML')
              FROM  (MAPAEMLO)
              ERASE FREEKB ALARM CURSOR
           END-EXEC
           .
       999-CHAMA-FASE1.
           MOVE '1'                        TO WS-FASE
      *
           EXEC CICS XCTL
              PROGRAM('T10PEML')
              COMMAREA(WS-DFHCOMMAREA)
              LENGTH (LENGTH OF WS-DFHCOMMAREA)
           END-EXEC
           .
       999-CHAMA-FASE2.
           MOVE '2'                        TO WS-FASE
      *
           EXEC CICS RETURN
              TRANSID('FT0E')
              COMMAREA(WS-DFHCOMMAREA)
              LENGTH(LENGTH OF WS-DFHCOMMAREA)
           END-EXEC
           .
       999-TRATA-FASE2.
           MOVE -1                         TO T3CPFL
           PERFORM 999-MANDA-TELA
           PERFORM 999-CHAMA-FASE2
           .
       999-ERRO-MAPA.
           MOVE 'ERRO MAPA T10MEML'        TO WS-MSG-ERRO
           PERFORM 999-ENCERRA-TRANSACAO
           .
       999-ERRO-GENERICO.
           MOVE SQLCODE                    TO WS-SQLCODE
           STRING 'ERRO GENERICO T10PEML SQLC:'
                  WS-SQLCODE               DELIMITED BY SIZE
                                           INTO WS-MSG-ERRO
           PERFORM 999-ENCERRA-TRANSACAO
           .

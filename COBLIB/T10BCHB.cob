      *----------------------------------------------------------------*
       IDENTIFICATION                      DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                         T10BCHB.
       AUTHOR.                             EQUIPE CARTOES.
      *----------------------------------------------------------------*
      *  JOB BATCH DIARIO - ENTRADA DOS CHARGEBACKS DA ADQUIRENTE      *
      *  (ARQUIVO ARQCHB, LAYOUT TCDFCHB). CADA DISPUTA E CONCILIADA   *
      *  COM O PEDIDO (ID_PEDIDO) E COM A CONTA DO PEDIDO PELO TOKEN   *
      *  DO CARTAO EM CARTOES, E REGISTRADA EM CHARGEBACKS COM O       *
      *  CODIGO DE MOTIVO E O PRAZO DE RESPOSTA. PEDIDO AINDA NAO      *
      *  ENTREGUE (AP, PG, SP, EN) E RETIDO EM RV E GERA ALERTA EM     *
      *  ALERTAS_FRAUDE PARA A FILA DO T10PFRA. O RELATORIO RELCHB     *
      *  TRAZ OS ITENS NAO CONCILIADOS E OS CHARGEBACKS ABERTOS COM    *
      *  PRAZO DE RESPOSTA PROXIMO (DIAS NO PARMCHB); PRAZO JA         *
      *  VENCIDO PASSA A 'V'. O ARQUIVO E CONFERIDO INTEIRO ANTES DE   *
      *  APLICAR: SEM CABECALHO, SEM TRAILER OU COM TRAILER QUE NAO    *
      *  CONFERE COM OS DETALHES E TRANSFERENCIA INCOMPLETA - O        *
      *  ARQUIVO E RECUSADO SEM REGISTRAR, RETER OU ALERTAR NADA       *
      *  (RETORNO 8); OS PRAZOS DOS CHARGEBACKS JA ABERTOS SAO         *
      *  AVALIADOS ASSIM MESMO.                                        *
      *----------------------------------------------------------------*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION                       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                        SECTION.
       FILE-CONTROL.
           SELECT PARMCHB                  ASSIGN TO PARMCHB
                                            ORGANIZATION LINE
                                            SEQUENTIAL.
           SELECT ARQCHB                   ASSIGN TO ARQCHB
                                            ORGANIZATION LINE
                                            SEQUENTIAL.
           SELECT RELCHB                   ASSIGN TO RELCHB
                                            ORGANIZATION LINE
                                            SEQUENTIAL.
      *----------------------------------------------------------------*
       DATA                                DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
       FD  PARMCHB.
       01  PARM-LINHA.
           05 PARM-DIAS-AVISO              PIC 9(03).
           05 FILLER                       PIC X(77).
       FD  ARQCHB.
           COPY TCDFCHB.
       FD  RELCHB.
       01  REL-LINHA                       PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
       77  WS-MSG-ERRO                     PIC X(80).
       77  WS-SQLCODE                      PIC +9(09).
       77  WS-DIAS-AVISO                   PIC 9(03) VALUE 0.
       77  WS-QTD-LIDOS                    PIC 9(07) VALUE 0.
       77  WS-QTD-REGISTRADOS              PIC 9(07) VALUE 0.
       77  WS-QTD-RETIDOS                  PIC 9(07) VALUE 0.
       77  WS-QTD-ALERTAS-GRAV             PIC 9(07) VALUE 0.
       77  WS-QTD-NAO-CONCILIADOS          PIC 9(07) VALUE 0.
       77  WS-QTD-DUPLICADOS               PIC 9(07) VALUE 0.
       77  WS-QTD-PRAZO-PROXIMO            PIC 9(07) VALUE 0.
       77  WS-QTD-VENCIDOS                 PIC 9(07) VALUE 0.
       77  WS-QTD-ERROS                    PIC 9(07) VALUE 0.
       77  WS-QTD-TRAILER                  PIC 9(07) VALUE 0.
       77  WS-QTD-CARTAO                   PIC S9(09) COMP VALUE 0.
       77  WS-QTD-ALERTAS                  PIC S9(09) COMP VALUE 0.
       77  WS-DIAS-RESTANTES               PIC S9(05) COMP VALUE 0.
       77  WS-DIAS-ED                      PIC ---9.
       77  WS-PEDIDO-ED                    PIC Z(8)9.
       77  WS-VALOR-ED                     PIC ZZZ.ZZZ.ZZ9,99.
       77  WS-VALOR-TOTAL                  PIC S9(13)V99 COMP-3 VALUE 0.
       77  WS-TOTAL-ED                     PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
       77  WS-QTD-DETALHES                 PIC 9(07) VALUE 0.
       77  WS-TEM-TRAILER                  PIC X(01) VALUE 'N'.
       77  WS-APOS-TRAILER                 PIC X(01) VALUE 'N'.
       77  WS-ARQ-RECUSADO                 PIC X(01) VALUE 'N'.
       77  WS-MOTIVO-RECUSA                PIC X(40) VALUE SPACES.
       77  WS-PARM-OK                      PIC X(01) VALUE 'N'.
       77  WS-MOTIVO-EXC                   PIC X(43) VALUE SPACES.
       01  WS-ENDFILE-AUX                  PIC X(01) VALUE 'N'.
           88 ENDFILE-YES                           VALUE 'S'.
           88 ENDFILE-NO                            VALUE 'N'.
       01  WS-FIM-ABERTOS                  PIC X(01) VALUE 'N'.
           88 FIM-ABERTOS                           VALUE 'S'.
       01  WS-DATA-SYS.
           05 WS-ANO                       PIC 9(04).
           05 WS-MES                       PIC 99.
           05 WS-DIA                       PIC 99.
       01  WS-DATA-SYS-R REDEFINES WS-DATA-SYS
                                           PIC 9(08).
       01  WS-DATA-HOJE.
           05 WS-DIA-ED                    PIC 99.
           05 FILLER                       PIC X VALUE '/'.
           05 WS-MES-ED                    PIC 99.
           05 FILLER                       PIC X VALUE '/'.
           05 WS-ANO-ED                    PIC 9(04).
       01  WS-PRAZO-DMA                    PIC X(10).
       01  WS-LIMITE-AMD                   PIC X(08).
       01  WS-LIMITE-AMD-R REDEFINES WS-LIMITE-AMD
                                           PIC 9(08).
       01  WS-HORA-SYS.
           05 WS-HORA                      PIC 99.
           05 WS-MINUTO                    PIC 99.
           05 WS-SEGUNDO                   PIC 99.
           05 FILLER                       PIC 99.
       01  WS-HORA-EDIT.
           05 WS-HORA-ED                   PIC 99.
           05 FILLER                       PIC X VALUE ':'.
           05 WS-MIN-ED                    PIC 99.
           05 FILLER                       PIC X VALUE ':'.
           05 WS-SEG-ED                    PIC 99.
      *  APOIO AO REGISTRO DE TOTAIS DE CONTROLE EM BATCH_CONTROLE
       01  WS-CTB-HORA-SYS.
           05 WS-CTB-HORA                  PIC 99.
           05 WS-CTB-MINUTO                PIC 99.
           05 WS-CTB-SEGUNDO               PIC 99.
           05 FILLER                       PIC 99.
       01  WS-CTB-HORA-EDIT.
           05 WS-CTB-HORA-ED               PIC 99.
           05 FILLER                       PIC X VALUE ':'.
           05 WS-CTB-MIN-ED                PIC 99.
           05 FILLER                       PIC X VALUE ':'.
           05 WS-CTB-SEG-ED                PIC 99.
      *
           EXEC SQL
              INCLUDE TCDCLCHB
           END-EXEC.
           EXEC SQL
              INCLUDE TCDCLPDD
           END-EXEC.
           EXEC SQL
              INCLUDE TCDCLCRT
           END-EXEC.
           EXEC SQL
              INCLUDE TCDCLPSH
           END-EXEC.
           EXEC SQL
              INCLUDE TCDCLAFR
           END-EXEC.
           EXEC SQL
              INCLUDE TCDCLCTB
           END-EXEC.
           EXEC SQL
              INCLUDE SQLCA
           END-EXEC.
      *----------------------------------------------------------------*
       PROCEDURE                           DIVISION.
      *----------------------------------------------------------------*
       000-PRINCIPAL.
           PERFORM 100-INICIO
           PERFORM 200-PROCESSA UNTIL ENDFILE-YES
           PERFORM 900-FIM
           STOP RUN
           .
       100-INICIO.
           OPEN INPUT  PARMCHB
           OPEN OUTPUT RELCHB
           ACCEPT WS-DATA-SYS FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SYS FROM TIME
           MOVE WS-DIA                     TO WS-DIA-ED
           MOVE WS-MES                     TO WS-MES-ED
           MOVE WS-ANO                     TO WS-ANO-ED
           MOVE WS-HORA                    TO WS-HORA-ED
           MOVE WS-MINUTO                  TO WS-MIN-ED
           MOVE WS-SEGUNDO                 TO WS-SEG-ED
           MOVE SPACES                     TO REL-LINHA
           STRING 'CHARGEBACKS RECEBIDOS DA ADQUIRENTE - '
                  WS-DATA-HOJE             DELIMITED BY SIZE
                                           INTO REL-LINHA
           WRITE REL-LINHA
           MOVE ALL '-'                    TO REL-LINHA
           WRITE REL-LINHA
           READ PARMCHB
              AT END
                 DISPLAY 'PARMCHB VAZIO - JOB ENCERRADO'
                 MOVE 'S'                  TO WS-ENDFILE-AUX
                 ADD 1                     TO WS-QTD-ERROS
           END-READ
           IF ENDFILE-NO
              IF PARM-DIAS-AVISO IS NOT NUMERIC
                 DISPLAY 'PARMCHB INVALIDO - JOB ENCERRADO'
                 MOVE 'S'                  TO WS-ENDFILE-AUX
                 ADD 1                     TO WS-QTD-ERROS
              ELSE
                 MOVE PARM-DIAS-AVISO      TO WS-DIAS-AVISO
                 MOVE 'S'                  TO WS-PARM-OK
              END-IF
           END-IF
           IF ENDFILE-NO
              OPEN INPUT ARQCHB
              PERFORM 110-CONFERE-ARQUIVO
           END-IF
           IF ENDFILE-NO
              MOVE 'ITENS NAO CONCILIADOS OU NAO REGISTRADOS:'
                                           TO REL-LINHA
              WRITE REL-LINHA
              MOVE 'PEDIDO     TOKEN             MOTIVO  OCORRENCIA'
                                           TO REL-LINHA
              WRITE REL-LINHA
              OPEN INPUT ARQCHB
              PERFORM 150-PROXIMO-CHARGEBACK
           END-IF
           .
       110-CONFERE-ARQUIVO.
      * PRIMEIRA PASSADA - LE O ARQUIVO INTEIRO SEM APLICAR NADA.
      * CABECALHO NO PRIMEIRO REGISTRO, TRAILER NO ULTIMO E A
      * QUANTIDADE DO TRAILER IGUAL AOS DETALHES LIDOS.
           PERFORM 155-LE-CHARGEBACK
           EVALUATE TRUE
              WHEN ENDFILE-YES
                 MOVE 'ARQUIVO VAZIO'      TO WS-MOTIVO-RECUSA
              WHEN CHB-TIPO-REG NOT = 'HDR'
                 MOVE 'ARQUIVO SEM CABECALHO'
                                           TO WS-MOTIVO-RECUSA
              WHEN OTHER
                 PERFORM 115-CONTA-REGISTRO UNTIL ENDFILE-YES
           END-EVALUATE
           CLOSE ARQCHB
           MOVE 'N'                        TO WS-ENDFILE-AUX
           IF WS-MOTIVO-RECUSA = SPACES
              EVALUATE TRUE
                 WHEN WS-TEM-TRAILER = 'N'
                    MOVE 'SEM TRAILER - TRANSFERENCIA INCOMPLETA'
                                           TO WS-MOTIVO-RECUSA
                 WHEN WS-APOS-TRAILER = 'S'
                    MOVE 'REGISTRO DE CONTROLE FORA DE POSICAO'
                                           TO WS-MOTIVO-RECUSA
                 WHEN WS-QTD-TRAILER NOT = WS-QTD-DETALHES
                    MOVE 'QUANTIDADE DO TRAILER NAO CONFERE'
                                           TO WS-MOTIVO-RECUSA
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF
           IF WS-MOTIVO-RECUSA NOT = SPACES
              PERFORM 130-RECUSA-ARQUIVO
           END-IF
           .
       115-CONTA-REGISTRO.
           PERFORM 155-LE-CHARGEBACK
           IF ENDFILE-NO
              IF WS-TEM-TRAILER = 'S'
                 MOVE 'S'                  TO WS-APOS-TRAILER
              END-IF
              EVALUATE CHB-TIPO-REG
                 WHEN 'TRL'
                    MOVE 'S'               TO WS-TEM-TRAILER
                    IF CHB-T-QTD-REGISTROS IS NUMERIC
                       MOVE CHB-T-QTD-REGISTROS
                                           TO WS-QTD-TRAILER
                    ELSE
                       MOVE 9999999        TO WS-QTD-TRAILER
                    END-IF
                 WHEN 'HDR'
                    MOVE 'S'               TO WS-APOS-TRAILER
                 WHEN 'DET'
                    ADD 1                  TO WS-QTD-DETALHES
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF
           .
       130-RECUSA-ARQUIVO.
           MOVE 'S'                        TO WS-ARQ-RECUSADO
                                              WS-ENDFILE-AUX
           MOVE 'ARQUIVO RECUSADO - NENHUM CHARGEBACK REGISTRADO'
                                           TO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES                     TO REL-LINHA
           STRING 'MOTIVO: '               DELIMITED BY SIZE
                  WS-MOTIVO-RECUSA         DELIMITED BY SIZE
                                           INTO REL-LINHA
           WRITE REL-LINHA
           .
       150-PROXIMO-CHARGEBACK.
      * CABECALHO E TRAILER JA FORAM CONFERIDOS - NA APLICACAO SO
      * OS DETALHES (E REGISTRO DE TIPO DESCONHECIDO) INTERESSAM.
           PERFORM 155-LE-CHARGEBACK
           PERFORM 155-LE-CHARGEBACK
                   UNTIL ENDFILE-YES
                   OR   (CHB-TIPO-REG NOT = 'HDR' AND
                         CHB-TIPO-REG NOT = 'TRL')
           .
       155-LE-CHARGEBACK.
           READ ARQCHB
              AT END
                 MOVE 'S'                  TO WS-ENDFILE-AUX
           END-READ
           .
       200-PROCESSA.
           EVALUATE CHB-TIPO-REG
              WHEN 'DET'
                 ADD 1                     TO WS-QTD-LIDOS
                 MOVE SPACES               TO WS-MOTIVO-EXC
                 PERFORM 210-CONCILIA-ITEM
                 IF WS-MOTIVO-EXC = SPACES
                    PERFORM 220-REGISTRA-CHARGEBACK
                 END-IF
                 IF WS-MOTIVO-EXC NOT = SPACES
                    PERFORM 280-GRAVA-EXCECAO
                 END-IF
              WHEN OTHER
                 ADD 1                     TO WS-QTD-NAO-CONCILIADOS
                 MOVE 'TIPO DE REGISTRO DESCONHECIDO'
                                           TO WS-MOTIVO-EXC
                 PERFORM 280-GRAVA-EXCECAO
           END-EVALUATE
           PERFORM 150-PROXIMO-CHARGEBACK
           .
       210-CONCILIA-ITEM.
      * A DISPUTA SO E REGISTRADA QUANDO O PEDIDO EXISTE E O TOKEN
      * INFORMADO PELA ADQUIRENTE E DE UM CARTAO DA CONTA DO PEDIDO -
      * O PAN NUNCA VEM NO ARQUIVO. O RESTO VAI PARA A AREA DE FRAUDE
      * CONFERIR COM A ADQUIRENTE.
           EVALUATE TRUE
              WHEN CHB-ID-PEDIDO IS NOT NUMERIC
                 MOVE 'ID DO PEDIDO NAO NUMERICO'
                                           TO WS-MOTIVO-EXC
              WHEN CHB-TOKEN-CARTAO = SPACES
                 MOVE 'TOKEN DO CARTAO AUSENTE'
                                           TO WS-MOTIVO-EXC
              WHEN CHB-VALOR IS NOT NUMERIC
                 MOVE 'VALOR NAO NUMERICO' TO WS-MOTIVO-EXC
              WHEN OTHER
                 MOVE CHB-DATA-LIMITE      TO WS-PRAZO-DMA
                 PERFORM 215-CONVERTE-PRAZO
                 IF WS-LIMITE-AMD-R = 0
                    MOVE 'PRAZO DE RESPOSTA INVALIDO'
                                           TO WS-MOTIVO-EXC
                 END-IF
           END-EVALUATE
           IF WS-MOTIVO-EXC = SPACES
              MOVE CHB-ID-PEDIDO           TO DCLPDD-ID-PEDIDO
              EXEC SQL
                 SELECT CPF, ID_CONTA_BANCARIA, STATUS_PEDIDO
                 INTO  :DCLPDD-CPF, :DCLPDD-ID-CONTA-BANCARIA,
                       :DCLPDD-STATUS-PEDIDO
                 FROM  PEDIDOS
                 WHERE ID_PEDIDO = :DCLPDD-ID-PEDIDO
              END-EXEC
              EVALUATE SQLCODE
                 WHEN 0
                    CONTINUE
                 WHEN +100
                    MOVE 'PEDIDO INEXISTENTE'
                                           TO WS-MOTIVO-EXC
                 WHEN OTHER
                    ADD 1                  TO WS-QTD-ERROS
                    MOVE SQLCODE           TO WS-SQLCODE
                    STRING 'ERRO NA LEITURA DE PEDIDOS SQLC:'
                           WS-SQLCODE      DELIMITED BY SIZE
                                           INTO WS-MSG-ERRO
                    DISPLAY WS-MSG-ERRO
                    MOVE 'ERRO SQL NA LEITURA DO PEDIDO'
                                           TO WS-MOTIVO-EXC
              END-EVALUATE
           END-IF
           IF WS-MOTIVO-EXC = SPACES
              MOVE CHB-TOKEN-CARTAO        TO DCLCRT-TOKEN
              MOVE DCLPDD-ID-CONTA-BANCARIA
                                           TO DCLCRT-ID-CONTA-BANCARIA
              EXEC SQL
                 SELECT COUNT(*)
                 INTO  :WS-QTD-CARTAO
                 FROM  CARTOES
                 WHERE TOKEN             = :DCLCRT-TOKEN
                 AND   ID_CONTA_BANCARIA = :DCLCRT-ID-CONTA-BANCARIA
              END-EXEC
              EVALUATE TRUE
                 WHEN SQLCODE NOT = 0
                    ADD 1                  TO WS-QTD-ERROS
                    MOVE SQLCODE           TO WS-SQLCODE
                    STRING 'ERRO NA LEITURA DE CARTOES SQLC:'
                           WS-SQLCODE      DELIMITED BY SIZE
                                           INTO WS-MSG-ERRO
                    DISPLAY WS-MSG-ERRO
                    MOVE 'ERRO SQL NA LEITURA DO CARTAO'
                                           TO WS-MOTIVO-EXC
                 WHEN WS-QTD-CARTAO = 0
                    MOVE 'TOKEN NAO PERTENCE A CONTA DO PEDIDO'
                                           TO WS-MOTIVO-EXC
                 WHEN OTHER
                    CONTINUE
              END-EVALUATE
           END-IF
           IF WS-MOTIVO-EXC NOT = SPACES
              ADD 1                        TO WS-QTD-NAO-CONCILIADOS
           END-IF
           .
       215-CONVERTE-PRAZO.
      * PRAZO DD/MM/AAAA REARRANJADO PARA AAAAMMDD - DATA QUE NAO
      * E UMA DATA VALIDA DO CALENDARIO FICA ZERADA.
           MOVE SPACES                     TO WS-LIMITE-AMD
           MOVE WS-PRAZO-DMA(7:4)          TO WS-LIMITE-AMD(1:4)
           MOVE WS-PRAZO-DMA(4:2)          TO WS-LIMITE-AMD(5:2)
           MOVE WS-PRAZO-DMA(1:2)          TO WS-LIMITE-AMD(7:2)
           IF WS-LIMITE-AMD-R IS NOT NUMERIC
              MOVE 0                       TO WS-LIMITE-AMD-R
           ELSE
              IF FUNCTION TEST-DATE-YYYYMMDD(WS-LIMITE-AMD-R) NOT = 0
                 MOVE 0                    TO WS-LIMITE-AMD-R
              END-IF
           END-IF
           .
       220-REGISTRA-CHARGEBACK.
           MOVE DCLPDD-ID-PEDIDO           TO DCLCHB-ID-PEDIDO
           MOVE DCLPDD-CPF                 TO DCLCHB-CPF
           MOVE DCLPDD-ID-CONTA-BANCARIA   TO DCLCHB-ID-CONTA-BANCARIA
           MOVE CHB-TOKEN-CARTAO           TO DCLCHB-TOKEN-CARTAO
           MOVE CHB-COD-MOTIVO             TO DCLCHB-COD-MOTIVO
           MOVE CHB-DESC-MOTIVO            TO DCLCHB-DESC-MOTIVO
           MOVE CHB-VALOR-R                TO DCLCHB-VALOR
           MOVE CHB-DATA-DISPUTA           TO DCLCHB-DATA-DISPUTA
           MOVE CHB-DATA-LIMITE            TO DCLCHB-DATA-LIMITE
           MOVE DCLPDD-STATUS-PEDIDO       TO DCLCHB-STATUS-PEDIDO
           MOVE 'A'                        TO DCLCHB-STATUS
           MOVE WS-DATA-HOJE               TO DCLCHB-DATA-REGISTRO
           EXEC SQL
              INSERT INTO CHARGEBACKS
                     (ID_PEDIDO, CPF, ID_CONTA_BANCARIA, TOKEN_CARTAO,
                      COD_MOTIVO, DESC_MOTIVO, VALOR, DATA_DISPUTA,
                      DATA_LIMITE, STATUS_PEDIDO, STATUS,
                      DATA_REGISTRO)
              VALUES (:DCLCHB-ID-PEDIDO, :DCLCHB-CPF,
                      :DCLCHB-ID-CONTA-BANCARIA, :DCLCHB-TOKEN-CARTAO,
                      :DCLCHB-COD-MOTIVO, :DCLCHB-DESC-MOTIVO,
                      :DCLCHB-VALOR, :DCLCHB-DATA-DISPUTA,
                      :DCLCHB-DATA-LIMITE, :DCLCHB-STATUS-PEDIDO,
                      :DCLCHB-STATUS, :DCLCHB-DATA-REGISTRO)
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 ADD 1                     TO WS-QTD-REGISTRADOS
                 ADD DCLCHB-VALOR          TO WS-VALOR-TOTAL
      * PEDIDO AINDA NAO ENTREGUE FICA RETIDO ATE A FRAUDE DECIDIR;
      * PEDIDO JA RETIDO SO GANHA O ALERTA (SE NAO HOUVER UM
      * PENDENTE). ENTREGUE, DEVOLVIDO OU CANCELADO SO REGISTRA.
                 EVALUATE DCLPDD-STATUS-PEDIDO
                    WHEN 'AP'
                    WHEN 'PG'
                    WHEN 'SP'
                    WHEN 'EN'
                       PERFORM 230-RETEM-PEDIDO
                       PERFORM 240-REGISTRA-ALERTA
                    WHEN 'RV'
                       PERFORM 240-REGISTRA-ALERTA
                    WHEN OTHER
                       CONTINUE
                 END-EVALUATE
              WHEN -803
      * ARQUIVO REPROCESSADO OU DISPUTA REPETIDA PELA ADQUIRENTE
                 ADD 1                     TO WS-QTD-DUPLICADOS
                 MOVE 'CHARGEBACK JA REGISTRADO'
                                           TO WS-MOTIVO-EXC
              WHEN OTHER
                 ADD 1                     TO WS-QTD-ERROS
                 MOVE SQLCODE              TO WS-SQLCODE
                 STRING 'ERRO NO INSERT DE CHARGEBACKS SQLC:'
                        WS-SQLCODE         DELIMITED BY SIZE
                                           INTO WS-MSG-ERRO
                 DISPLAY WS-MSG-ERRO
                 MOVE 'ERRO SQL NO REGISTRO DO CHARGEBACK'
                                           TO WS-MOTIVO-EXC
           END-EVALUATE
           .
       230-RETEM-PEDIDO.
      * TRANSICAO PARA 'RV' NO MESMO MOLDE DO 999-ATUALIZA-STATUS
      * ONLINE, COM TERMINAL 'BTCH' COMO NAS DEMAIS ROTINAS BATCH. O
      * STATUS ANTERIOR NO HISTORICO E O QUE O T10PFRA RESTAURA SE O
      * PEDIDO FOR LIBERADO.
           MOVE DCLPDD-STATUS-PEDIDO       TO DCLPSH-STATUS-ANTERIOR
           MOVE 'RV'                       TO DCLPDD-STATUS-PEDIDO
                                              DCLPSH-STATUS-NOVO
           EXEC SQL
              UPDATE PEDIDOS
              SET    STATUS_PEDIDO = :DCLPDD-STATUS-PEDIDO
              WHERE  ID_PEDIDO     = :DCLPDD-ID-PEDIDO
           END-EXEC
           IF SQLCODE NOT = 0
              ADD 1                        TO WS-QTD-ERROS
              MOVE SQLCODE                 TO WS-SQLCODE
              STRING 'ERRO NO UPDATE DE PEDIDOS SQLC:'
                     WS-SQLCODE            DELIMITED BY SIZE
                                           INTO WS-MSG-ERRO
              DISPLAY WS-MSG-ERRO
           ELSE
              ADD 1                        TO WS-QTD-RETIDOS
              MOVE DCLPDD-ID-PEDIDO        TO DCLPSH-ID-PEDIDO
              MOVE 'BTCH'                  TO DCLPSH-TERMINAL
              MOVE WS-DATA-HOJE            TO DCLPSH-DATA-ALTERACAO
              MOVE WS-HORA-EDIT            TO DCLPSH-HORA-ALTERACAO
              EXEC SQL
                 INSERT INTO PEDIDOS_STATUS_HIST
                        (ID_PEDIDO, STATUS_ANTERIOR, STATUS_NOVO,
                         TERMINAL, DATA_ALTERACAO, HORA_ALTERACAO)
                 VALUES (:DCLPSH-ID-PEDIDO,
                         :DCLPSH-STATUS-ANTERIOR,
                         :DCLPSH-STATUS-NOVO, :DCLPSH-TERMINAL,
                         :DCLPSH-DATA-ALTERACAO,
                         :DCLPSH-HORA-ALTERACAO)
              END-EXEC
              IF SQLCODE NOT = 0
                 ADD 1                     TO WS-QTD-ERROS
                 MOVE SQLCODE              TO WS-SQLCODE
                 STRING 'ERRO NO HISTORICO DE STATUS SQLC:'
                        WS-SQLCODE         DELIMITED BY SIZE
                                           INTO WS-MSG-ERRO
                 DISPLAY WS-MSG-ERRO
              END-IF
           END-IF
           .
       240-REGISTRA-ALERTA.
      * UM UNICO ALERTA PENDENTE POR PEDIDO, COMO NO T10PCDA - A
      * DISPUTA ENTRA NA FILA DO T10PFRA COM O MOTIVO DA BANDEIRA.
           MOVE DCLPDD-ID-PEDIDO           TO DCLAFR-ID-PEDIDO
           EXEC SQL
              SELECT COUNT(*)
              INTO  :WS-QTD-ALERTAS
              FROM  ALERTAS_FRAUDE
              WHERE ID_PEDIDO = :DCLAFR-ID-PEDIDO
              AND   STATUS    = 'P'
           END-EXEC
           IF SQLCODE NOT = 0
              ADD 1                        TO WS-QTD-ERROS
              MOVE SQLCODE                 TO WS-SQLCODE
              STRING 'ERRO NA LEITURA DE ALERTAS_FRAUDE SQLC:'
                     WS-SQLCODE            DELIMITED BY SIZE
                                           INTO WS-MSG-ERRO
              DISPLAY WS-MSG-ERRO
           ELSE
              IF WS-QTD-ALERTAS = 0
                 MOVE DCLPDD-CPF           TO DCLAFR-CPF
                 MOVE DCLPDD-ID-CONTA-BANCARIA
                                           TO DCLAFR-ID-CONTA-BANCARIA
                 MOVE 0                    TO DCLAFR-QTD-CARTOES-24H
                 MOVE SPACES               TO DCLAFR-MOTIVO
                 STRING 'CHARGEBACK MOTIVO '
                        CHB-COD-MOTIVO     DELIMITED BY SIZE
                                           INTO DCLAFR-MOTIVO
                 MOVE 'P'                  TO DCLAFR-STATUS
                 MOVE 'BTCH'               TO DCLAFR-TERMINAL
                 MOVE WS-DATA-HOJE         TO DCLAFR-DATA-ALERTA
                 MOVE WS-HORA-EDIT         TO DCLAFR-HORA-ALERTA
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
                    ADD 1                  TO WS-QTD-ERROS
                    MOVE SQLCODE           TO WS-SQLCODE
                    STRING 'ERRO NO INSERT DE ALERTAS_FRAUDE SQLC:'
                           WS-SQLCODE      DELIMITED BY SIZE
                                           INTO WS-MSG-ERRO
                    DISPLAY WS-MSG-ERRO
                 ELSE
                    ADD 1                  TO WS-QTD-ALERTAS-GRAV
                 END-IF
              END-IF
           END-IF
           .
       280-GRAVA-EXCECAO.
           MOVE SPACES                     TO REL-LINHA
           STRING CHB-ID-PEDIDO            DELIMITED BY SIZE
                  '  '                     DELIMITED BY SIZE
                  CHB-TOKEN-CARTAO         DELIMITED BY SIZE
                  '  '                     DELIMITED BY SIZE
                  CHB-COD-MOTIVO           DELIMITED BY SIZE
                  '    '                   DELIMITED BY SIZE
                  WS-MOTIVO-EXC            DELIMITED BY SIZE
                                           INTO REL-LINHA
           WRITE REL-LINHA
           .
       300-PRAZOS.
      * TODOS OS CHARGEBACKS AINDA ABERTOS, NAO SO OS DO ARQUIVO DE
      * HOJE: PRAZO DENTRO DA JANELA DO PARMCHB SAI NA LISTA, PRAZO
      * JA VENCIDO PASSA A 'V' E SAI DA LISTA.
           MOVE ALL '-'                    TO REL-LINHA
           WRITE REL-LINHA
           MOVE WS-DIAS-AVISO              TO WS-DIAS-ED
           MOVE SPACES                     TO REL-LINHA
           STRING 'CHARGEBACKS ABERTOS COM PRAZO EM ATE '
                  WS-DIAS-ED               DELIMITED BY SIZE
                  ' DIAS:'                 DELIMITED BY SIZE
                                           INTO REL-LINHA
           WRITE REL-LINHA
           MOVE 'PEDIDO     ST  MOTIVO  PRAZO       DIAS'
                                           TO REL-LINHA
           MOVE '           VALOR'         TO REL-LINHA(40:16)
           WRITE REL-LINHA
           EXEC SQL
              DECLARE CUR_CHB_ABERTOS CURSOR FOR
              SELECT ID_PEDIDO, COD_MOTIVO, VALOR, DATA_LIMITE,
                     STATUS_PEDIDO, DATA_DISPUTA
              FROM   CHARGEBACKS
              WHERE  STATUS = 'A'
              ORDER BY SUBSTR(DATA_LIMITE, 7, 4),
                       SUBSTR(DATA_LIMITE, 4, 2),
                       SUBSTR(DATA_LIMITE, 1, 2),
                       ID_PEDIDO
           END-EXEC
           EXEC SQL
              OPEN CUR_CHB_ABERTOS
           END-EXEC
           IF SQLCODE NOT = 0
              ADD 1                        TO WS-QTD-ERROS
              MOVE SQLCODE                 TO WS-SQLCODE
              STRING 'ERRO AO ABRIR CURSOR DE CHARGEBACKS SQLC:'
                     WS-SQLCODE            DELIMITED BY SIZE
                                           INTO WS-MSG-ERRO
              DISPLAY WS-MSG-ERRO
           ELSE
              MOVE 'N'                     TO WS-FIM-ABERTOS
              PERFORM 310-PROXIMO-ABERTO
              PERFORM 320-AVALIA-PRAZO UNTIL FIM-ABERTOS
              EXEC SQL
                 CLOSE CUR_CHB_ABERTOS
              END-EXEC
           END-IF
           .
       310-PROXIMO-ABERTO.
           EXEC SQL
              FETCH CUR_CHB_ABERTOS
              INTO :DCLCHB-ID-PEDIDO, :DCLCHB-COD-MOTIVO,
                   :DCLCHB-VALOR, :DCLCHB-DATA-LIMITE,
                   :DCLCHB-STATUS-PEDIDO, :DCLCHB-DATA-DISPUTA
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 MOVE 'S'                  TO WS-FIM-ABERTOS
              WHEN OTHER
                 ADD 1                     TO WS-QTD-ERROS
                 MOVE SQLCODE              TO WS-SQLCODE
                 STRING 'ERRO NO FETCH DE CHARGEBACKS SQLC:'
                        WS-SQLCODE         DELIMITED BY SIZE
                                           INTO WS-MSG-ERRO
                 DISPLAY WS-MSG-ERRO
                 MOVE 'S'                  TO WS-FIM-ABERTOS
           END-EVALUATE
           .
       320-AVALIA-PRAZO.
           MOVE DCLCHB-DATA-LIMITE         TO WS-PRAZO-DMA
           PERFORM 215-CONVERTE-PRAZO
           IF WS-LIMITE-AMD-R = 0
              MOVE 0                       TO WS-DIAS-RESTANTES
           ELSE
              COMPUTE WS-DIAS-RESTANTES =
                      FUNCTION INTEGER-OF-DATE(WS-LIMITE-AMD-R)
                    - FUNCTION INTEGER-OF-DATE(WS-DATA-SYS-R)
           END-IF
           EVALUATE TRUE
              WHEN WS-DIAS-RESTANTES < 0
                 PERFORM 330-MARCA-VENCIDO
              WHEN WS-DIAS-RESTANTES <= WS-DIAS-AVISO
                 ADD 1                     TO WS-QTD-PRAZO-PROXIMO
                 MOVE DCLCHB-ID-PEDIDO     TO WS-PEDIDO-ED
                 MOVE WS-DIAS-RESTANTES    TO WS-DIAS-ED
                 MOVE DCLCHB-VALOR         TO WS-VALOR-ED
                 MOVE SPACES               TO REL-LINHA
                 STRING WS-PEDIDO-ED       DELIMITED BY SIZE
                        '  '               DELIMITED BY SIZE
                        DCLCHB-STATUS-PEDIDO
                                           DELIMITED BY SIZE
                        '  '               DELIMITED BY SIZE
                        DCLCHB-COD-MOTIVO  DELIMITED BY SIZE
                        '    '             DELIMITED BY SIZE
                        DCLCHB-DATA-LIMITE DELIMITED BY SIZE
                        '  '               DELIMITED BY SIZE
                        WS-DIAS-ED         DELIMITED BY SIZE
                        '  '               DELIMITED BY SIZE
                        WS-VALOR-ED        DELIMITED BY SIZE
                                           INTO REL-LINHA
                 WRITE REL-LINHA
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           PERFORM 310-PROXIMO-ABERTO
           .
       330-MARCA-VENCIDO.
           EXEC SQL
              UPDATE CHARGEBACKS
              SET    STATUS       = 'V'
              WHERE  ID_PEDIDO    = :DCLCHB-ID-PEDIDO
              AND    COD_MOTIVO   = :DCLCHB-COD-MOTIVO
              AND    DATA_DISPUTA = :DCLCHB-DATA-DISPUTA
              AND    STATUS       = 'A'
           END-EXEC
           IF SQLCODE NOT = 0
              ADD 1                        TO WS-QTD-ERROS
              MOVE SQLCODE                 TO WS-SQLCODE
              STRING 'ERRO NO UPDATE DE CHARGEBACKS SQLC:'
                     WS-SQLCODE            DELIMITED BY SIZE
                                           INTO WS-MSG-ERRO
              DISPLAY WS-MSG-ERRO
           ELSE
              ADD 1                        TO WS-QTD-VENCIDOS
           END-IF
           .
       900-FIM.
      * OS PRAZOS VALEM PARA TODOS OS CHARGEBACKS JA ABERTOS - SAO
      * AVALIADOS MESMO COM O ARQUIVO DO DIA RECUSADO.
           IF WS-PARM-OK = 'S'
              PERFORM 300-PRAZOS
           END-IF
           MOVE ALL '-'                    TO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES                     TO REL-LINHA
           STRING 'DETALHES LIDOS:            '
                  WS-QTD-LIDOS             DELIMITED BY SIZE
                                           INTO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES                     TO REL-LINHA
           STRING 'CHARGEBACKS REGISTRADOS:   '
                  WS-QTD-REGISTRADOS       DELIMITED BY SIZE
                                           INTO REL-LINHA
           WRITE REL-LINHA
           MOVE WS-VALOR-TOTAL             TO WS-TOTAL-ED
           MOVE SPACES                     TO REL-LINHA
           STRING 'VALOR EM DISPUTA:          '
                  WS-TOTAL-ED              DELIMITED BY SIZE
                                           INTO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES                     TO REL-LINHA
           STRING 'PEDIDOS RETIDOS EM RV:     '
                  WS-QTD-RETIDOS           DELIMITED BY SIZE
                                           INTO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES                     TO REL-LINHA
           STRING 'ALERTAS NA FILA DE FRAUDE: '
                  WS-QTD-ALERTAS-GRAV      DELIMITED BY SIZE
                                           INTO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES                     TO REL-LINHA
           STRING 'ITENS NAO CONCILIADOS:     '
                  WS-QTD-NAO-CONCILIADOS   DELIMITED BY SIZE
                                           INTO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES                     TO REL-LINHA
           STRING 'JA REGISTRADOS:            '
                  WS-QTD-DUPLICADOS        DELIMITED BY SIZE
                                           INTO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES                     TO REL-LINHA
           STRING 'COM PRAZO PROXIMO:         '
                  WS-QTD-PRAZO-PROXIMO     DELIMITED BY SIZE
                                           INTO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES                     TO REL-LINHA
           STRING 'PRAZO VENCIDO HOJE:        '
                  WS-QTD-VENCIDOS          DELIMITED BY SIZE
                                           INTO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES                     TO REL-LINHA
           STRING 'ERROS:                     '
                  WS-QTD-ERROS             DELIMITED BY SIZE
                                           INTO REL-LINHA
           WRITE REL-LINHA
           EVALUATE TRUE
              WHEN WS-QTD-ERROS > 0 OR WS-ARQ-RECUSADO = 'S'
                 MOVE 8                    TO RETURN-CODE
              WHEN WS-QTD-NAO-CONCILIADOS > 0 OR
                   WS-QTD-PRAZO-PROXIMO > 0
                 MOVE 4                    TO RETURN-CODE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           PERFORM 950-GRAVA-CONTROLE
           IF WS-PARM-OK = 'S' AND WS-ARQ-RECUSADO = 'N'
              CLOSE ARQCHB
           END-IF
           CLOSE PARMCHB RELCHB
           .
       950-GRAVA-CONTROLE.
      * REGISTRO DE TOTAIS DE CONTROLE NA TABELA COMUM BATCH_CONTROLE
      * (GENERALIZACAO DO CTLREC DO T10BREC) - O RESUMO MATINAL
      * T10BCTL COMPARA CADA EXECUCAO COM A ANTERIOR E ACUSA JOB
      * ESPERADO SEM REGISTRO. ITENS NAO CONCILIADOS E CHARGEBACKS
      * COM PRAZO PROXIMO SAO AS EXCECOES.
           MOVE 'T10BCHB'                  TO DCLCTB-PROGRAMA
           MOVE WS-DATA-SYS                TO DCLCTB-DATA-EXECUCAO
           MOVE WS-QTD-LIDOS               TO DCLCTB-QTD-LIDOS
           MOVE WS-QTD-NAO-CONCILIADOS     TO DCLCTB-QTD-EXCECOES
           ADD  WS-QTD-PRAZO-PROXIMO       TO DCLCTB-QTD-EXCECOES
           MOVE RETURN-CODE                TO DCLCTB-RETORNO
           ACCEPT WS-CTB-HORA-SYS FROM TIME
           MOVE WS-CTB-HORA                TO WS-CTB-HORA-ED
           MOVE WS-CTB-MINUTO              TO WS-CTB-MIN-ED
           MOVE WS-CTB-SEGUNDO             TO WS-CTB-SEG-ED
           MOVE WS-CTB-HORA-EDIT           TO DCLCTB-HORA-EXECUCAO
           EXEC SQL
              INSERT INTO BATCH_CONTROLE
                     (PROGRAMA, DATA_EXECUCAO, HORA_EXECUCAO,
                      QTD_LIDOS, QTD_EXCECOES, RETORNO)
              VALUES (:DCLCTB-PROGRAMA, :DCLCTB-DATA-EXECUCAO,
                      :DCLCTB-HORA-EXECUCAO, :DCLCTB-QTD-LIDOS,
                      :DCLCTB-QTD-EXCECOES, :DCLCTB-RETORNO)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE SQLCODE                 TO WS-SQLCODE
              STRING 'ERRO AO GRAVAR BATCH_CONTROLE SQLC:'
                     WS-SQLCODE            DELIMITED BY SIZE
                                           INTO WS-MSG-ERRO
              DISPLAY WS-MSG-ERRO
              MOVE 8                       TO RETURN-CODE
           END-IF
           .

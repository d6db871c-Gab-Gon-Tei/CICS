      *----------------------------------------------------------------*
       IDENTIFICATION                      DIVISION.
      *----------------------------------------------------------------*
       PROGRAM-ID.                         T10BLGP.
       AUTHOR.                             EQUIPE CARTOES.
      *----------------------------------------------------------------*
      *  JOB BATCH SOB DEMANDA - SOLICITACOES LGPD DOS TITULARES,      *
      *  LIDAS DO ARQUIVO ARQLGP (LAYOUT TCDFLGP) MONTADO PELO         *
      *  COMPLIANCE: CPF, PROTOCOLO E TIPO.                            *
      *  ACESSO ('A'): RELATORIO RELLGP COM TUDO O QUE TEMOS DO        *
      *  CLIENTE EM CLIENTES, ENDERECOS, PEDIDOS, CARTOES (SO PELO     *
      *  TOKEN, NUNCA O PAN), CHARGEBACKS, REEMBOLSOS, CANCELAMENTOS,  *
      *  HISTORICO_ALTERACOES, ACESSOS_LOG, EMAIL_OUTBOX (SEM O        *
      *  PAYLOAD), EMAIL_SUPRESSAO, EMAIL_REENVIOS, ALERTAS_FRAUDE E   *
      *  BLOQUEIOS_FRAUDE (DO CPF, DOS TOKENS E DOS CEPS DOS PEDIDOS). *
      *  ELIMINACAO ('E'): ANONIMIZA NOME E EMAIL EM CLIENTES, EXCLUI  *
      *  OS ENDERECOS SALVOS E A SUPRESSAO DO EMAIL, LIMPA O ENDERECO  *
      *  DOS PEDIDOS, O NOME IMPRESSO DOS CARTOES, O EMAIL DOS         *
      *  REENVIOS E DA EMAIL_OUTBOX E OS VALORES DE NOME, EMAIL E      *
      *  ENDERECO DO HISTORICO_ALTERACOES (AS LINHAS FICAM COMO        *
      *  TRILHA). FICA RETIDO O QUE A LEI OBRIGA A GUARDAR: PEDIDO     *
      *  COM REEMBOLSO EM ANDAMENTO, COM CHARGEBACK OU COM ALERTA DE   *
      *  FRAUDE EM ABERTO (E O CARTAO DA CONTA DESSE PEDIDO), DADOS    *
      *  PESSOAIS DE CLIENTE COM ALERTA EM ABERTO, REEMBOLSOS,         *
      *  CHARGEBACKS E CANCELAMENTOS (REGISTRO FINANCEIRO E DE         *
      *  DISPUTA), BLOQUEIOS_FRAUDE (PREVENCAO A FRAUDE), ACESSOS_LOG  *
      *  E ALERTAS_FRAUDE (TRILHAS SEM NOME, EMAIL OU ENDERECO) - O    *
      *  RELATORIO DIZ O QUE FICOU E POR QUE.                          *
      *  CADA SOLICITACAO ATENDIDA FICA EM LGPD_SOLICITACOES COM DATA  *
      *  E HORA, COMO PROVA PERANTE O REGULADOR. PROTOCOLO JA ATENDIDO *
      *  NAO E REPROCESSADO, SALVO SE TERMINOU EM ERRO ('E').          *
      *----------------------------------------------------------------*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION                       SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT                        SECTION.
       FILE-CONTROL.
           SELECT ARQLGP                   ASSIGN TO ARQLGP
                                            ORGANIZATION LINE
                                            SEQUENTIAL.
           SELECT RELLGP                   ASSIGN TO RELLGP
                                            ORGANIZATION LINE
                                            SEQUENTIAL.
      *----------------------------------------------------------------*
       DATA                                DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.
       FD  ARQLGP.
           COPY TCDFLGP.
       FD  RELLGP.
       01  REL-LINHA                       PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE                     SECTION.
       77  WS-MSG-ERRO                     PIC X(80).
       77  WS-SQLCODE                      PIC +9(09).
       77  WS-QTD-LIDOS                    PIC 9(07) VALUE 0.
       77  WS-QTD-ACESSOS                  PIC 9(07) VALUE 0.
       77  WS-QTD-ELIMINACOES              PIC 9(07) VALUE 0.
       77  WS-QTD-COM-RETENCAO             PIC 9(07) VALUE 0.
       77  WS-QTD-SEM-CADASTRO             PIC 9(07) VALUE 0.
       77  WS-QTD-INVALIDAS                PIC 9(07) VALUE 0.
       77  WS-QTD-JA-ATENDIDAS             PIC 9(07) VALUE 0.
       77  WS-QTD-ERROS                    PIC 9(07) VALUE 0.
      *  CONTADORES DA SOLICITACAO CORRENTE
       77  WS-QTD-ANONIMIZADOS             PIC S9(09) COMP VALUE 0.
       77  WS-QTD-RETIDOS                  PIC S9(09) COMP VALUE 0.
       77  WS-QTD-ERROS-SOLIC              PIC S9(09) COMP VALUE 0.
       77  WS-QTD-LINHAS-SECAO             PIC S9(09) COMP VALUE 0.
       77  WS-QTD-AUX                      PIC S9(09) COMP VALUE 0.
       77  WS-QTD-ALERTAS-ABERTOS          PIC S9(09) COMP VALUE 0.
       77  WS-QTD-ED                       PIC Z(6)9.
       77  WS-PEDIDO-ED                    PIC Z(8)9.
       77  WS-VALOR-ED                     PIC ZZZ.ZZZ.ZZ9,99.
       77  WS-TENT-ED                      PIC Z9.
       77  WS-MOTIVO-EXC                   PIC X(40) VALUE SPACES.
       77  WS-MOTIVO-RETENCAO              PIC X(30) VALUE SPACES.
       77  WS-REGISTRO-MANTIDO             PIC X(12) VALUE SPACES.
       77  WS-ETAPA                        PIC X(24) VALUE SPACES.
       77  WS-REPROCESSO                   PIC X(01) VALUE 'N'.
       77  WS-STATUS-ANTERIOR              PIC X(01) VALUE SPACES.
       77  WS-ANONIMO                      PIC X(16)
                                           VALUE 'ANONIMIZADO LGPD'.
       01  WS-ENDFILE-AUX                  PIC X(01) VALUE 'N'.
           88 ENDFILE-YES                           VALUE 'S'.
           88 ENDFILE-NO                            VALUE 'N'.
       01  WS-FIM-CURSOR                   PIC X(01) VALUE 'N'.
           88 FIM-CURSOR                            VALUE 'S'.
       01  WS-DATA-SYS.
           05 WS-ANO                       PIC 9(04).
           05 WS-MES                       PIC 99.
           05 WS-DIA                       PIC 99.
       01  WS-DATA-HOJE.
           05 WS-DIA-ED                    PIC 99.
           05 FILLER                       PIC X VALUE '/'.
           05 WS-MES-ED                    PIC 99.
           05 FILLER                       PIC X VALUE '/'.
           05 WS-ANO-ED                    PIC 9(04).
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
              INCLUDE TCDCLLGP
           END-EXEC.
           EXEC SQL
              INCLUDE TCDCLCLI
           END-EXEC.
           EXEC SQL
              INCLUDE TCDCLEND
           END-EXEC.
           EXEC SQL
              INCLUDE TCDCLPDD
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
              INCLUDE TCDCLCHB
           END-EXEC.
           EXEC SQL
              INCLUDE TCDCLHIS
           END-EXEC.
           EXEC SQL
              INCLUDE TCDCLACL
           END-EXEC.
           EXEC SQL
              INCLUDE TCDCLEML
           END-EXEC.
           EXEC SQL
              INCLUDE TCDCLSUP
           END-EXEC.
           EXEC SQL
              INCLUDE TCDCLREN
           END-EXEC.
           EXEC SQL
              INCLUDE TCDCLAFR
           END-EXEC.
           EXEC SQL
              INCLUDE TCDCLBLQ
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
           OPEN INPUT  ARQLGP
           OPEN OUTPUT RELLGP
           ACCEPT WS-DATA-SYS FROM DATE YYYYMMDD
           ACCEPT WS-HORA-SYS FROM TIME
           MOVE WS-DIA                     TO WS-DIA-ED
           MOVE WS-MES                     TO WS-MES-ED
           MOVE WS-ANO                     TO WS-ANO-ED
           MOVE WS-HORA                    TO WS-HORA-ED
           MOVE WS-MINUTO                  TO WS-MIN-ED
           MOVE WS-SEGUNDO                 TO WS-SEG-ED
           MOVE SPACES                     TO REL-LINHA
           STRING 'SOLICITACOES LGPD DE TITULARES - '
                  WS-DATA-HOJE             DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  WS-HORA-EDIT             DELIMITED BY SIZE
                                           INTO REL-LINHA
           WRITE REL-LINHA
           MOVE 'DOCUMENTO CONFIDENCIAL - USO EXCLUSIVO DO COMPLIANCE'
                                           TO REL-LINHA
           WRITE REL-LINHA
           PERFORM 150-PROXIMA-SOLICITACAO
           .
       150-PROXIMA-SOLICITACAO.
           READ ARQLGP
              AT END
                 MOVE 'S'                  TO WS-ENDFILE-AUX
           END-READ
           .
       200-PROCESSA.
           ADD 1                           TO WS-QTD-LIDOS
           MOVE 0                          TO WS-QTD-ANONIMIZADOS
                                              WS-QTD-RETIDOS
                                              WS-QTD-ERROS-SOLIC
           MOVE SPACES                     TO WS-MOTIVO-EXC
           MOVE 'N'                        TO WS-REPROCESSO
           MOVE ALL '='                    TO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES                     TO REL-LINHA
           STRING 'PROTOCOLO ' LGP-PROTOCOLO
                                           DELIMITED BY SIZE
                  '  CPF ' LGP-CPF         DELIMITED BY SIZE
                  '  TIPO ' LGP-TIPO       DELIMITED BY SIZE
                  '  SOLICITADO EM '       DELIMITED BY SIZE
                  LGP-DATA-SOLICITACAO     DELIMITED BY SIZE
                                           INTO REL-LINHA
           WRITE REL-LINHA
           PERFORM 210-VALIDA-SOLICITACAO
           IF WS-MOTIVO-EXC NOT = SPACES
              MOVE SPACES                  TO REL-LINHA
              STRING '  SOLICITACAO NAO ATENDIDA: '
                     WS-MOTIVO-EXC         DELIMITED BY SIZE
                                           INTO REL-LINHA
              WRITE REL-LINHA
           ELSE
              PERFORM 220-BUSCA-CLIENTE
              IF DCLLGP-STATUS = SPACE
                 IF LGP-TIPO = 'A'
                    MOVE '  ACESSO'        TO REL-LINHA
                    PERFORM 300-ACESSO
                    ADD 1                  TO WS-QTD-ACESSOS
                    MOVE 'C'               TO DCLLGP-STATUS
                 ELSE
                    PERFORM 500-ELIMINACAO
                    ADD 1                  TO WS-QTD-ELIMINACOES
                    IF WS-QTD-RETIDOS > 0
                       ADD 1               TO WS-QTD-COM-RETENCAO
                       MOVE 'R'            TO DCLLGP-STATUS
                    ELSE
                       MOVE 'C'            TO DCLLGP-STATUS
                    END-IF
                 END-IF
                 IF WS-QTD-ERROS-SOLIC > 0
                    MOVE 'E'               TO DCLLGP-STATUS
                 END-IF
              END-IF
              PERFORM 290-REGISTRA-SOLICITACAO
           END-IF
           PERFORM 150-PROXIMA-SOLICITACAO
           .
       210-VALIDA-SOLICITACAO.
      * PROTOCOLO JA ATENDIDO NAO E REPROCESSADO (ARQUIVO REENVIADO
      * PELO COMPLIANCE); O QUE TERMINOU EM ERRO E REFEITO.
           EVALUATE TRUE
              WHEN LGP-PROTOCOLO = SPACES
                 MOVE 'PROTOCOLO NAO INFORMADO'
                                           TO WS-MOTIVO-EXC
              WHEN LGP-CPF IS NOT NUMERIC
                 MOVE 'CPF NAO NUMERICO'   TO WS-MOTIVO-EXC
              WHEN LGP-TIPO NOT = 'A' AND LGP-TIPO NOT = 'E'
                 MOVE 'TIPO DEVE SER A (ACESSO) OU E (ELIMINACAO)'
                                           TO WS-MOTIVO-EXC
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           IF WS-MOTIVO-EXC NOT = SPACES
              ADD 1                        TO WS-QTD-INVALIDAS
           ELSE
              MOVE LGP-PROTOCOLO           TO DCLLGP-PROTOCOLO
              EXEC SQL
                 SELECT STATUS
                 INTO  :DCLLGP-STATUS
                 FROM  LGPD_SOLICITACOES
                 WHERE PROTOCOLO = :DCLLGP-PROTOCOLO
              END-EXEC
              EVALUATE TRUE
                 WHEN SQLCODE = +100
                    CONTINUE
                 WHEN SQLCODE NOT = 0
                    MOVE 'LEITURA DE LGPD_SOLICITACOES'
                                           TO WS-ETAPA
                    PERFORM 980-ERRO-SQL
                    MOVE 'ERRO SQL NA LEITURA DO PROTOCOLO'
                                           TO WS-MOTIVO-EXC
                 WHEN DCLLGP-STATUS = 'E'
                    MOVE 'S'               TO WS-REPROCESSO
                    MOVE '  REPROCESSAMENTO DE SOLICITACAO COM ERRO'
                                           TO REL-LINHA
                    WRITE REL-LINHA
                 WHEN OTHER
                    ADD 1                  TO WS-QTD-JA-ATENDIDAS
                    MOVE 'PROTOCOLO JA ATENDIDO'
                                           TO WS-MOTIVO-EXC
              END-EVALUATE
           END-IF
           .
       220-BUSCA-CLIENTE.
           MOVE SPACE                      TO DCLLGP-STATUS
           MOVE LGP-CPF                    TO DCLCLI-CPF
           EXEC SQL
              SELECT NOME, EMAIL, EMAIL_PENDENTE, EMAIL_STATUS,
                     EMAIL_DEVOLVIDO, AVISOS_OPCIONAIS
              INTO  :DCLCLI-NOME, :DCLCLI-EMAIL,
                    :DCLCLI-EMAIL-PENDENTE, :DCLCLI-EMAIL-STATUS,
                    :DCLCLI-EMAIL-DEVOLVIDO, :DCLCLI-AVISOS-OPCIONAIS
              FROM  CLIENTES
              WHERE CPF = :DCLCLI-CPF
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 ADD 1                     TO WS-QTD-SEM-CADASTRO
                 MOVE 'N'                  TO DCLLGP-STATUS
                 MOVE '  CPF SEM CADASTRO EM CLIENTES - NADA A RELATAR'
                                           TO REL-LINHA
                 WRITE REL-LINHA
              WHEN OTHER
                 MOVE 'LEITURA DE CLIENTES'
                                           TO WS-ETAPA
                 PERFORM 980-ERRO-SQL
                 MOVE 'E'                  TO DCLLGP-STATUS
           END-EVALUATE
           .
       290-REGISTRA-SOLICITACAO.
      * PROVA DO ATENDIMENTO - DATA E HORA DA EXECUCAO DO JOB.
           MOVE LGP-PROTOCOLO              TO DCLLGP-PROTOCOLO
           MOVE LGP-CPF                    TO DCLLGP-CPF
           MOVE LGP-TIPO                   TO DCLLGP-TIPO
           MOVE LGP-DATA-SOLICITACAO       TO DCLLGP-DATA-SOLICITACAO
           MOVE WS-QTD-ANONIMIZADOS        TO DCLLGP-QTD-ANONIMIZADOS
           MOVE WS-QTD-RETIDOS             TO DCLLGP-QTD-RETIDOS
           MOVE WS-DATA-HOJE               TO DCLLGP-DATA-EXECUCAO
           MOVE WS-HORA-EDIT               TO DCLLGP-HORA-EXECUCAO
           IF WS-REPROCESSO = 'S'
              EXEC SQL
                 UPDATE LGPD_SOLICITACOES
                 SET    CPF               = :DCLLGP-CPF,
                        TIPO              = :DCLLGP-TIPO,
                        DATA_SOLICITACAO  = :DCLLGP-DATA-SOLICITACAO,
                        STATUS            = :DCLLGP-STATUS,
                        QTD_ANONIMIZADOS  = :DCLLGP-QTD-ANONIMIZADOS,
                        QTD_RETIDOS       = :DCLLGP-QTD-RETIDOS,
                        DATA_EXECUCAO     = :DCLLGP-DATA-EXECUCAO,
                        HORA_EXECUCAO     = :DCLLGP-HORA-EXECUCAO
                 WHERE  PROTOCOLO         = :DCLLGP-PROTOCOLO
              END-EXEC
           ELSE
              EXEC SQL
                 INSERT INTO LGPD_SOLICITACOES
                        (PROTOCOLO, CPF, TIPO, DATA_SOLICITACAO,
                         STATUS, QTD_ANONIMIZADOS, QTD_RETIDOS,
                         DATA_EXECUCAO, HORA_EXECUCAO)
                 VALUES (:DCLLGP-PROTOCOLO, :DCLLGP-CPF,
                         :DCLLGP-TIPO, :DCLLGP-DATA-SOLICITACAO,
                         :DCLLGP-STATUS, :DCLLGP-QTD-ANONIMIZADOS,
                         :DCLLGP-QTD-RETIDOS, :DCLLGP-DATA-EXECUCAO,
                         :DCLLGP-HORA-EXECUCAO)
              END-EXEC
           END-IF
           IF SQLCODE NOT = 0
              MOVE 'REGISTRO DA SOLICITACAO'
                                           TO WS-ETAPA
              PERFORM 980-ERRO-SQL
           END-IF
           MOVE WS-QTD-ANONIMIZADOS        TO WS-QTD-ED
           MOVE SPACES                     TO REL-LINHA
           EVALUATE DCLLGP-STATUS
              WHEN 'C'
                 STRING '  SITUACAO: CONCLUIDA - ANONIMIZADOS '
                        WS-QTD-ED          DELIMITED BY SIZE
                                           INTO REL-LINHA
              WHEN 'R'
                 STRING '  SITUACAO: CONCLUIDA COM RETENCAO LEGAL - '
                        'ANONIMIZADOS '    DELIMITED BY SIZE
                        WS-QTD-ED          DELIMITED BY SIZE
                                           INTO REL-LINHA
              WHEN 'N'
                 MOVE '  SITUACAO: CPF SEM CADASTRO'
                                           TO REL-LINHA
              WHEN OTHER
                 MOVE '  SITUACAO: ERRO - REENVIAR O PROTOCOLO'
                                           TO REL-LINHA
           END-EVALUATE
           WRITE REL-LINHA
           .
      *----------------------------------------------------------------*
      *  ACESSO - UMA SECAO DO RELATORIO POR TABELA
      *----------------------------------------------------------------*
       300-ACESSO.
           WRITE REL-LINHA
           MOVE '  CADASTRO (CLIENTES)'    TO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES                     TO REL-LINHA
           STRING '    NOME            ' DCLCLI-NOME
                                           DELIMITED BY SIZE
                                           INTO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES                     TO REL-LINHA
           STRING '    EMAIL           ' DCLCLI-EMAIL
                                           DELIMITED BY SIZE
                                           INTO REL-LINHA
           WRITE REL-LINHA
           IF DCLCLI-EMAIL-STATUS = 'P'
              MOVE SPACES                  TO REL-LINHA
              STRING '    EMAIL PENDENTE  ' DCLCLI-EMAIL-PENDENTE
                                           DELIMITED BY SIZE
                                           INTO REL-LINHA
              WRITE REL-LINHA
           END-IF
           MOVE SPACES                     TO REL-LINHA
           STRING '    EMAIL DEVOLVIDO ' DCLCLI-EMAIL-DEVOLVIDO
                                           DELIMITED BY SIZE
                  '   AVISOS OPCIONAIS '   DELIMITED BY SIZE
                  DCLCLI-AVISOS-OPCIONAIS  DELIMITED BY SIZE
                                           INTO REL-LINHA
           WRITE REL-LINHA
           PERFORM 320-ENDERECOS
           PERFORM 330-PEDIDOS
           PERFORM 340-CARTOES
           PERFORM 345-CHARGEBACKS
           PERFORM 350-REEMBOLSOS
           PERFORM 355-CANCELAMENTOS
           PERFORM 360-HISTORICO
           PERFORM 370-ACESSOS
           PERFORM 380-EMAILS
           PERFORM 384-SUPRESSAO
           PERFORM 387-REENVIOS
           PERFORM 390-ALERTAS
           PERFORM 395-BLOQUEIOS
           .
       310-TITULO-SECAO.
      * REL-LINHA JA TRAZ O TITULO DA SECAO
           MOVE 0                          TO WS-QTD-LINHAS-SECAO
           MOVE 'N'                        TO WS-FIM-CURSOR
           WRITE REL-LINHA
           .
       315-FIM-SECAO.
           IF WS-QTD-LINHAS-SECAO = 0
              MOVE '    NENHUM REGISTRO'   TO REL-LINHA
              WRITE REL-LINHA
           END-IF
           .
       320-ENDERECOS.
           MOVE '  ENDERECOS SALVOS (ENDERECOS)'
                                           TO REL-LINHA
           PERFORM 310-TITULO-SECAO
           EXEC SQL
              DECLARE CUR_LGP_END CURSOR FOR
              SELECT NOME_ENDERECO, ENDERECO, CEP, LOGRADOURO, NUMERO,
                     COMPLEMENTO, BAIRRO, CIDADE, UF
              FROM   ENDERECOS
              WHERE  CPF = :DCLCLI-CPF
              ORDER BY NOME_ENDERECO
           END-EXEC
           EXEC SQL
              OPEN CUR_LGP_END
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'ABERTURA DE ENDERECOS' TO WS-ETAPA
              PERFORM 980-ERRO-SQL
           ELSE
              PERFORM 321-PROXIMO-ENDERECO
              PERFORM 322-LISTA-ENDERECO UNTIL FIM-CURSOR
              EXEC SQL
                 CLOSE CUR_LGP_END
              END-EXEC
           END-IF
           PERFORM 315-FIM-SECAO
           .
       321-PROXIMO-ENDERECO.
           EXEC SQL
              FETCH CUR_LGP_END
              INTO :DCLEND-NOME-ENDERECO, :DCLEND-ENDERECO,
                   :DCLEND-CEP, :DCLEND-LOGRADOURO, :DCLEND-NUMERO,
                   :DCLEND-COMPLEMENTO, :DCLEND-BAIRRO,
                   :DCLEND-CIDADE, :DCLEND-UF
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 MOVE 'S'                  TO WS-FIM-CURSOR
              WHEN OTHER
                 MOVE 'LEITURA DE ENDERECOS'
                                           TO WS-ETAPA
                 PERFORM 980-ERRO-SQL
           END-EVALUATE
           .
       322-LISTA-ENDERECO.
           ADD 1                           TO WS-QTD-LINHAS-SECAO
           MOVE SPACES                     TO REL-LINHA
           STRING '    ' DCLEND-NOME-ENDERECO
                                           DELIMITED BY SIZE
                  ' ' DCLEND-ENDERECO      DELIMITED BY SIZE
                                           INTO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES                     TO REL-LINHA
           STRING '      ' DCLEND-LOGRADOURO
                                           DELIMITED BY SIZE
                  ' ' DCLEND-NUMERO        DELIMITED BY SIZE
                  ' ' DCLEND-COMPLEMENTO   DELIMITED BY SIZE
                                           INTO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES                     TO REL-LINHA
           STRING '      ' DCLEND-BAIRRO   DELIMITED BY SIZE
                  ' ' DCLEND-CIDADE        DELIMITED BY SIZE
                  ' ' DCLEND-UF            DELIMITED BY SIZE
                  ' CEP ' DCLEND-CEP       DELIMITED BY SIZE
                                           INTO REL-LINHA
           WRITE REL-LINHA
           PERFORM 321-PROXIMO-ENDERECO
           .
       330-PEDIDOS.
           MOVE '  PEDIDOS (PEDIDOS)'      TO REL-LINHA
           PERFORM 310-TITULO-SECAO
           EXEC SQL
              DECLARE CUR_LGP_PDD CURSOR FOR
              SELECT ID_PEDIDO, STATUS_PEDIDO, VALOR_TOTAL, ENDERECO,
                     CEP, CIDADE, UF, DATA_CANCELAMENTO
              FROM   PEDIDOS
              WHERE  CPF = :DCLCLI-CPF
              ORDER BY ID_PEDIDO
           END-EXEC
           EXEC SQL
              OPEN CUR_LGP_PDD
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'ABERTURA DE PEDIDOS'   TO WS-ETAPA
              PERFORM 980-ERRO-SQL
           ELSE
              PERFORM 331-PROXIMO-PEDIDO
              PERFORM 332-LISTA-PEDIDO UNTIL FIM-CURSOR
              EXEC SQL
                 CLOSE CUR_LGP_PDD
              END-EXEC
           END-IF
           PERFORM 315-FIM-SECAO
           .
       331-PROXIMO-PEDIDO.
           EXEC SQL
              FETCH CUR_LGP_PDD
              INTO :DCLPDD-ID-PEDIDO, :DCLPDD-STATUS-PEDIDO,
                   :DCLPDD-VALOR-TOTAL, :DCLPDD-ENDERECO,
                   :DCLPDD-CEP, :DCLPDD-CIDADE, :DCLPDD-UF,
                   :DCLPDD-DATA-CANCELAMENTO
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 MOVE 'S'                  TO WS-FIM-CURSOR
              WHEN OTHER
                 MOVE 'LEITURA DE PEDIDOS' TO WS-ETAPA
                 PERFORM 980-ERRO-SQL
           END-EVALUATE
           .
       332-LISTA-PEDIDO.
           ADD 1                           TO WS-QTD-LINHAS-SECAO
           MOVE DCLPDD-ID-PEDIDO           TO WS-PEDIDO-ED
           MOVE DCLPDD-VALOR-TOTAL         TO WS-VALOR-ED
           MOVE SPACES                     TO REL-LINHA
           STRING '    PEDIDO ' WS-PEDIDO-ED
                                           DELIMITED BY SIZE
                  '  STATUS ' DCLPDD-STATUS-PEDIDO
                                           DELIMITED BY SIZE
                  '  VALOR ' WS-VALOR-ED   DELIMITED BY SIZE
                  '  CANCELADO ' DCLPDD-DATA-CANCELAMENTO
                                           DELIMITED BY SIZE
                                           INTO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES                     TO REL-LINHA
           STRING '      ' DCLPDD-ENDERECO DELIMITED BY SIZE
                                           INTO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES                     TO REL-LINHA
           STRING '      ' DCLPDD-CIDADE   DELIMITED BY SIZE
                  ' ' DCLPDD-UF            DELIMITED BY SIZE
                  ' CEP ' DCLPDD-CEP       DELIMITED BY SIZE
                                           INTO REL-LINHA
           WRITE REL-LINHA
           PERFORM 331-PROXIMO-PEDIDO
           .
       340-CARTOES.
      * CARTOES NAO GUARDA CPF - CHEGA AOS CARTOES PELAS CONTAS
      * BANCARIAS DOS PEDIDOS DO CLIENTE. SO O TOKEN, NUNCA O PAN.
           MOVE '  CARTOES (CARTOES - SO O TOKEN)'
                                           TO REL-LINHA
           PERFORM 310-TITULO-SECAO
           EXEC SQL
              DECLARE CUR_LGP_CRT CURSOR FOR
              SELECT TOKEN, NOME_IMPRESSO, DATA_EXPIRACAO, TIPO,
                     DATA_CADASTRO
              FROM   CARTOES
              WHERE  ID_CONTA_BANCARIA IN
                     (SELECT ID_CONTA_BANCARIA
                      FROM   PEDIDOS
                      WHERE  CPF = :DCLCLI-CPF)
              ORDER BY DATA_CADASTRO
           END-EXEC
           EXEC SQL
              OPEN CUR_LGP_CRT
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'ABERTURA DE CARTOES'   TO WS-ETAPA
              PERFORM 980-ERRO-SQL
           ELSE
              PERFORM 341-PROXIMO-CARTAO
              PERFORM 342-LISTA-CARTAO UNTIL FIM-CURSOR
              EXEC SQL
                 CLOSE CUR_LGP_CRT
              END-EXEC
           END-IF
           PERFORM 315-FIM-SECAO
           .
       341-PROXIMO-CARTAO.
           EXEC SQL
              FETCH CUR_LGP_CRT
              INTO :DCLCRT-TOKEN, :DCLCRT-NOME-IMPRESSO,
                   :DCLCRT-DATA-EXPIRACAO, :DCLCRT-TIPO,
                   :DCLCRT-DATA-CADASTRO
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 MOVE 'S'                  TO WS-FIM-CURSOR
              WHEN OTHER
                 MOVE 'LEITURA DE CARTOES' TO WS-ETAPA
                 PERFORM 980-ERRO-SQL
           END-EVALUATE
           .
       342-LISTA-CARTAO.
           ADD 1                           TO WS-QTD-LINHAS-SECAO
           MOVE SPACES                     TO REL-LINHA
           STRING '    TOKEN ' DCLCRT-TOKEN
                                           DELIMITED BY SIZE
                  '  TIPO ' DCLCRT-TIPO    DELIMITED BY SIZE
                  '  VALIDADE ' DCLCRT-DATA-EXPIRACAO
                                           DELIMITED BY SIZE
                  '  CADASTRO ' DCLCRT-DATA-CADASTRO
                                           DELIMITED BY SIZE
                                           INTO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES                     TO REL-LINHA
           STRING '      NOME IMPRESSO ' DCLCRT-NOME-IMPRESSO
                                           DELIMITED BY SIZE
                                           INTO REL-LINHA
           WRITE REL-LINHA
           PERFORM 341-PROXIMO-CARTAO
           .
       345-CHARGEBACKS.
           MOVE '  DISPUTAS DA ADQUIRENTE (CHARGEBACKS)'
                                           TO REL-LINHA
           PERFORM 310-TITULO-SECAO
           EXEC SQL
              DECLARE CUR_LGP_CHB CURSOR FOR
              SELECT ID_PEDIDO, TOKEN_CARTAO, COD_MOTIVO, DESC_MOTIVO,
                     VALOR, DATA_DISPUTA, STATUS
              FROM   CHARGEBACKS
              WHERE  CPF = :DCLCLI-CPF
              ORDER BY ID_PEDIDO
           END-EXEC
           EXEC SQL
              OPEN CUR_LGP_CHB
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'ABERTURA DE CHARGEBACKS'
                                           TO WS-ETAPA
              PERFORM 980-ERRO-SQL
           ELSE
              PERFORM 346-PROXIMO-CHARGEBACK
              PERFORM 347-LISTA-CHARGEBACK UNTIL FIM-CURSOR
              EXEC SQL
                 CLOSE CUR_LGP_CHB
              END-EXEC
           END-IF
           PERFORM 315-FIM-SECAO
           .
       346-PROXIMO-CHARGEBACK.
           EXEC SQL
              FETCH CUR_LGP_CHB
              INTO :DCLCHB-ID-PEDIDO, :DCLCHB-TOKEN-CARTAO,
                   :DCLCHB-COD-MOTIVO, :DCLCHB-DESC-MOTIVO,
                   :DCLCHB-VALOR, :DCLCHB-DATA-DISPUTA,
                   :DCLCHB-STATUS
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 MOVE 'S'                  TO WS-FIM-CURSOR
              WHEN OTHER
                 MOVE 'LEITURA DE CHARGEBACKS'
                                           TO WS-ETAPA
                 PERFORM 980-ERRO-SQL
           END-EVALUATE
           .
       347-LISTA-CHARGEBACK.
           ADD 1                           TO WS-QTD-LINHAS-SECAO
           MOVE DCLCHB-ID-PEDIDO           TO WS-PEDIDO-ED
           MOVE DCLCHB-VALOR               TO WS-VALOR-ED
           MOVE SPACES                     TO REL-LINHA
           STRING '    PEDIDO ' WS-PEDIDO-ED
                                           DELIMITED BY SIZE
                  '  STATUS ' DCLCHB-STATUS
                                           DELIMITED BY SIZE
                  '  VALOR ' WS-VALOR-ED   DELIMITED BY SIZE
                  '  EM ' DCLCHB-DATA-DISPUTA
                                           DELIMITED BY SIZE
                                           INTO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES                     TO REL-LINHA
           STRING '      TOKEN ' DCLCHB-TOKEN-CARTAO
                                           DELIMITED BY SIZE
                  '  ' DCLCHB-COD-MOTIVO   DELIMITED BY SIZE
                  ' ' DCLCHB-DESC-MOTIVO   DELIMITED BY SIZE
                                           INTO REL-LINHA
           WRITE REL-LINHA
           PERFORM 346-PROXIMO-CHARGEBACK
           .
       350-REEMBOLSOS.
           MOVE '  REEMBOLSOS (REEMBOLSOS)'
                                           TO REL-LINHA
           PERFORM 310-TITULO-SECAO
           EXEC SQL
              DECLARE CUR_LGP_RBO CURSOR FOR
              SELECT ID_PEDIDO, TOKEN_CARTAO, MOTIVO, STATUS,
                     DATA_REEMBOLSO, VALOR
              FROM   REEMBOLSOS
              WHERE  CPF = :DCLCLI-CPF
              ORDER BY ID_PEDIDO
           END-EXEC
           EXEC SQL
              OPEN CUR_LGP_RBO
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'ABERTURA DE REEMBOLSOS'
                                           TO WS-ETAPA
              PERFORM 980-ERRO-SQL
           ELSE
              PERFORM 351-PROXIMO-REEMBOLSO
              PERFORM 352-LISTA-REEMBOLSO UNTIL FIM-CURSOR
              EXEC SQL
                 CLOSE CUR_LGP_RBO
              END-EXEC
           END-IF
           PERFORM 315-FIM-SECAO
           .
       351-PROXIMO-REEMBOLSO.
           EXEC SQL
              FETCH CUR_LGP_RBO
              INTO :DCLRBO-ID-PEDIDO, :DCLRBO-TOKEN-CARTAO,
                   :DCLRBO-MOTIVO, :DCLRBO-STATUS,
                   :DCLRBO-DATA-REEMBOLSO, :DCLRBO-VALOR
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 MOVE 'S'                  TO WS-FIM-CURSOR
              WHEN OTHER
                 MOVE 'LEITURA DE REEMBOLSOS'
                                           TO WS-ETAPA
                 PERFORM 980-ERRO-SQL
           END-EVALUATE
           .
       352-LISTA-REEMBOLSO.
           ADD 1                           TO WS-QTD-LINHAS-SECAO
           MOVE DCLRBO-ID-PEDIDO           TO WS-PEDIDO-ED
           MOVE DCLRBO-VALOR               TO WS-VALOR-ED
           MOVE SPACES                     TO REL-LINHA
           STRING '    PEDIDO ' WS-PEDIDO-ED
                                           DELIMITED BY SIZE
                  '  STATUS ' DCLRBO-STATUS
                                           DELIMITED BY SIZE
                  '  VALOR ' WS-VALOR-ED   DELIMITED BY SIZE
                  '  EM ' DCLRBO-DATA-REEMBOLSO
                                           DELIMITED BY SIZE
                                           INTO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES                     TO REL-LINHA
           STRING '      TOKEN ' DCLRBO-TOKEN-CARTAO
                                           DELIMITED BY SIZE
                  '  ' DCLRBO-MOTIVO       DELIMITED BY SIZE
                                           INTO REL-LINHA
           WRITE REL-LINHA
           PERFORM 351-PROXIMO-REEMBOLSO
           .
       355-CANCELAMENTOS.
           MOVE '  CANCELAMENTOS PELO ATENDIMENTO (CANCELAMENTOS)'
                                           TO REL-LINHA
           PERFORM 310-TITULO-SECAO
           EXEC SQL
              DECLARE CUR_LGP_CAN CURSOR FOR
              SELECT ID_PEDIDO, STATUS_ANTERIOR, MOTIVO,
                     DATA_CANCELAMENTO
              FROM   CANCELAMENTOS
              WHERE  CPF = :DCLCLI-CPF
              ORDER BY ID_PEDIDO
           END-EXEC
           EXEC SQL
              OPEN CUR_LGP_CAN
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'ABERTURA CANCELAMENTOS'
                                           TO WS-ETAPA
              PERFORM 980-ERRO-SQL
           ELSE
              PERFORM 356-PROXIMO-CANCELAMENTO
              PERFORM 357-LISTA-CANCELAMENTO UNTIL FIM-CURSOR
              EXEC SQL
                 CLOSE CUR_LGP_CAN
              END-EXEC
           END-IF
           PERFORM 315-FIM-SECAO
           .
       356-PROXIMO-CANCELAMENTO.
           EXEC SQL
              FETCH CUR_LGP_CAN
              INTO :DCLCAN-ID-PEDIDO, :DCLCAN-STATUS-ANTERIOR,
                   :DCLCAN-MOTIVO, :DCLCAN-DATA-CANCELAMENTO
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 MOVE 'S'                  TO WS-FIM-CURSOR
              WHEN OTHER
                 MOVE 'LEITURA DE CANCELAMENTOS'
                                           TO WS-ETAPA
                 PERFORM 980-ERRO-SQL
           END-EVALUATE
           .
       357-LISTA-CANCELAMENTO.
           ADD 1                           TO WS-QTD-LINHAS-SECAO
           MOVE DCLCAN-ID-PEDIDO           TO WS-PEDIDO-ED
           MOVE SPACES                     TO REL-LINHA
           STRING '    PEDIDO ' WS-PEDIDO-ED
                                           DELIMITED BY SIZE
                  '  ERA ' DCLCAN-STATUS-ANTERIOR
                                           DELIMITED BY SIZE
                  '  EM ' DCLCAN-DATA-CANCELAMENTO
                                           DELIMITED BY SIZE
                                           INTO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES                     TO REL-LINHA
           STRING '      ' DCLCAN-MOTIVO   DELIMITED BY SIZE
                                           INTO REL-LINHA
           WRITE REL-LINHA
           PERFORM 356-PROXIMO-CANCELAMENTO
           .
       360-HISTORICO.
           MOVE '  ALTERACOES CADASTRAIS (HISTORICO_ALTERACOES)'
                                           TO REL-LINHA
           PERFORM 310-TITULO-SECAO
           EXEC SQL
              DECLARE CUR_LGP_HIS CURSOR FOR
              SELECT CAMPO_ALTERADO, VALOR_ANTERIOR, VALOR_NOVO,
                     DATA_ALTERACAO, HORA_ALTERACAO
              FROM   HISTORICO_ALTERACOES
              WHERE  CPF = :DCLCLI-CPF
              ORDER BY SUBSTR(DATA_ALTERACAO, 7, 4),
                       SUBSTR(DATA_ALTERACAO, 4, 2),
                       SUBSTR(DATA_ALTERACAO, 1, 2),
                       HORA_ALTERACAO
           END-EXEC
           EXEC SQL
              OPEN CUR_LGP_HIS
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'ABERTURA DO HISTORICO' TO WS-ETAPA
              PERFORM 980-ERRO-SQL
           ELSE
              PERFORM 361-PROXIMA-ALTERACAO
              PERFORM 362-LISTA-ALTERACAO UNTIL FIM-CURSOR
              EXEC SQL
                 CLOSE CUR_LGP_HIS
              END-EXEC
           END-IF
           PERFORM 315-FIM-SECAO
           .
       361-PROXIMA-ALTERACAO.
           EXEC SQL
              FETCH CUR_LGP_HIS
              INTO :DCLHIS-CAMPO-ALTERADO, :DCLHIS-VALOR-ANTERIOR,
                   :DCLHIS-VALOR-NOVO, :DCLHIS-DATA-ALTERACAO,
                   :DCLHIS-HORA-ALTERACAO
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 MOVE 'S'                  TO WS-FIM-CURSOR
              WHEN OTHER
                 MOVE 'LEITURA DO HISTORICO'
                                           TO WS-ETAPA
                 PERFORM 980-ERRO-SQL
           END-EVALUATE
           .
       362-LISTA-ALTERACAO.
           ADD 1                           TO WS-QTD-LINHAS-SECAO
           MOVE SPACES                     TO REL-LINHA
           STRING '    ' DCLHIS-DATA-ALTERACAO
                                           DELIMITED BY SIZE
                  ' ' DCLHIS-HORA-ALTERACAO
                                           DELIMITED BY SIZE
                  '  ' DCLHIS-CAMPO-ALTERADO
                                           DELIMITED BY SIZE
                                           INTO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES                     TO REL-LINHA
           STRING '      DE   ' DCLHIS-VALOR-ANTERIOR
                                           DELIMITED BY SIZE
                                           INTO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES                     TO REL-LINHA
           STRING '      PARA ' DCLHIS-VALOR-NOVO
                                           DELIMITED BY SIZE
                                           INTO REL-LINHA
           WRITE REL-LINHA
           PERFORM 361-PROXIMA-ALTERACAO
           .
       370-ACESSOS.
           MOVE '  CONSULTAS AO CADASTRO (ACESSOS_LOG)'
                                           TO REL-LINHA
           PERFORM 310-TITULO-SECAO
           EXEC SQL
              DECLARE CUR_LGP_ACL CURSOR FOR
              SELECT USUARIO, PROGRAMA, ID_PEDIDO, DATA_ACESSO,
                     HORA_ACESSO
              FROM   ACESSOS_LOG
              WHERE  CPF_CONSULTADO = :DCLCLI-CPF
              ORDER BY SUBSTR(DATA_ACESSO, 7, 4),
                       SUBSTR(DATA_ACESSO, 4, 2),
                       SUBSTR(DATA_ACESSO, 1, 2),
                       HORA_ACESSO
           END-EXEC
           EXEC SQL
              OPEN CUR_LGP_ACL
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'ABERTURA DE ACESSOS_LOG'
                                           TO WS-ETAPA
              PERFORM 980-ERRO-SQL
           ELSE
              PERFORM 371-PROXIMO-ACESSO
              PERFORM 372-LISTA-ACESSO UNTIL FIM-CURSOR
              EXEC SQL
                 CLOSE CUR_LGP_ACL
              END-EXEC
           END-IF
           PERFORM 315-FIM-SECAO
           .
       371-PROXIMO-ACESSO.
           EXEC SQL
              FETCH CUR_LGP_ACL
              INTO :DCLACL-USUARIO, :DCLACL-PROGRAMA,
                   :DCLACL-ID-PEDIDO, :DCLACL-DATA-ACESSO,
                   :DCLACL-HORA-ACESSO
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 MOVE 'S'                  TO WS-FIM-CURSOR
              WHEN OTHER
                 MOVE 'LEITURA DE ACESSOS_LOG'
                                           TO WS-ETAPA
                 PERFORM 980-ERRO-SQL
           END-EVALUATE
           .
       372-LISTA-ACESSO.
           ADD 1                           TO WS-QTD-LINHAS-SECAO
           MOVE DCLACL-ID-PEDIDO           TO WS-PEDIDO-ED
           MOVE SPACES                     TO REL-LINHA
           STRING '    ' DCLACL-DATA-ACESSO
                                           DELIMITED BY SIZE
                  ' ' DCLACL-HORA-ACESSO   DELIMITED BY SIZE
                  '  ' DCLACL-PROGRAMA     DELIMITED BY SIZE
                  '  USUARIO ' DCLACL-USUARIO
                                           DELIMITED BY SIZE
                  '  PEDIDO ' WS-PEDIDO-ED DELIMITED BY SIZE
                                           INTO REL-LINHA
           WRITE REL-LINHA
           PERFORM 371-PROXIMO-ACESSO
           .
       380-EMAILS.
      * EMAILS PARA O ENDERECO ATUAL E O PENDENTE - O PAYLOAD (CODIGO
      * DE CONFIRMACAO) NAO E LIDO.
           MOVE '  EMAILS ENVIADOS (EMAIL_OUTBOX)'
                                           TO REL-LINHA
           PERFORM 310-TITULO-SECAO
           EXEC SQL
              DECLARE CUR_LGP_EML CURSOR FOR
              SELECT ID_EMAIL, EMAIL_DESTINO, ID_TEMPLATE, STATUS,
                     QTD_TENTATIVAS, DATA_HORA_CRIACAO,
                     DATA_HORA_ENVIO
              FROM   EMAIL_OUTBOX
              WHERE  EMAIL_DESTINO IN (:DCLCLI-EMAIL,
                                       :DCLCLI-EMAIL-PENDENTE)
              ORDER BY ID_EMAIL
           END-EXEC
           EXEC SQL
              OPEN CUR_LGP_EML
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'ABERTURA DE EMAIL_OUTBOX'
                                           TO WS-ETAPA
              PERFORM 980-ERRO-SQL
           ELSE
              PERFORM 381-PROXIMO-EMAIL
              PERFORM 382-LISTA-EMAIL UNTIL FIM-CURSOR
              EXEC SQL
                 CLOSE CUR_LGP_EML
              END-EXEC
           END-IF
           PERFORM 315-FIM-SECAO
           .
       381-PROXIMO-EMAIL.
           EXEC SQL
              FETCH CUR_LGP_EML
              INTO :DCLEML-ID-EMAIL, :DCLEML-EMAIL-DESTINO,
                   :DCLEML-ID-TEMPLATE, :DCLEML-STATUS,
                   :DCLEML-QTD-TENTATIVAS, :DCLEML-DATA-HORA-CRIACAO,
                   :DCLEML-DATA-HORA-ENVIO
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 MOVE 'S'                  TO WS-FIM-CURSOR
              WHEN OTHER
                 MOVE 'LEITURA DE EMAIL_OUTBOX'
                                           TO WS-ETAPA
                 PERFORM 980-ERRO-SQL
           END-EVALUATE
           .
       382-LISTA-EMAIL.
           ADD 1                           TO WS-QTD-LINHAS-SECAO
           MOVE DCLEML-QTD-TENTATIVAS      TO WS-TENT-ED
           MOVE SPACES                     TO REL-LINHA
           STRING '    ' DCLEML-DATA-HORA-CRIACAO
                                           DELIMITED BY SIZE
                  '  ' DCLEML-ID-TEMPLATE  DELIMITED BY SIZE
                  '  STATUS ' DCLEML-STATUS
                                           DELIMITED BY SIZE
                  ' TENT ' WS-TENT-ED
                                           DELIMITED BY SIZE
                  ' ENVIO ' DCLEML-DATA-HORA-ENVIO
                                           DELIMITED BY SIZE
                                           INTO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES                     TO REL-LINHA
           STRING '      PARA ' DCLEML-EMAIL-DESTINO
                                           DELIMITED BY SIZE
                                           INTO REL-LINHA
           WRITE REL-LINHA
           PERFORM 381-PROXIMO-EMAIL
           .
       384-SUPRESSAO.
      * LISTA DE SUPRESSAO PELO ENDERECO ATUAL E PELO PENDENTE
           MOVE '  EMAILS SUPRIMIDOS (EMAIL_SUPRESSAO)'
                                           TO REL-LINHA
           PERFORM 310-TITULO-SECAO
           EXEC SQL
              DECLARE CUR_LGP_SUP CURSOR FOR
              SELECT EMAIL, MOTIVO, ID_TEMPLATE, DATA_INCLUSAO
              FROM   EMAIL_SUPRESSAO
              WHERE  EMAIL IN (:DCLCLI-EMAIL,
                               :DCLCLI-EMAIL-PENDENTE)
              ORDER BY EMAIL
           END-EXEC
           EXEC SQL
              OPEN CUR_LGP_SUP
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'ABERTURA EMAIL_SUPRESSAO'
                                           TO WS-ETAPA
              PERFORM 980-ERRO-SQL
           ELSE
              PERFORM 385-PROXIMA-SUPRESSAO
              PERFORM 386-LISTA-SUPRESSAO UNTIL FIM-CURSOR
              EXEC SQL
                 CLOSE CUR_LGP_SUP
              END-EXEC
           END-IF
           PERFORM 315-FIM-SECAO
           .
       385-PROXIMA-SUPRESSAO.
           EXEC SQL
              FETCH CUR_LGP_SUP
              INTO :DCLSUP-EMAIL, :DCLSUP-MOTIVO,
                   :DCLSUP-ID-TEMPLATE, :DCLSUP-DATA-INCLUSAO
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 MOVE 'S'                  TO WS-FIM-CURSOR
              WHEN OTHER
                 MOVE 'LEITURA EMAIL_SUPRESSAO'
                                           TO WS-ETAPA
                 PERFORM 980-ERRO-SQL
           END-EVALUATE
           .
       386-LISTA-SUPRESSAO.
           ADD 1                           TO WS-QTD-LINHAS-SECAO
           MOVE SPACES                     TO REL-LINHA
           STRING '    ' DCLSUP-EMAIL      DELIMITED BY SIZE
                  '  MOTIVO ' DCLSUP-MOTIVO
                                           DELIMITED BY SIZE
                  '  EM ' DCLSUP-DATA-INCLUSAO
                                           DELIMITED BY SIZE
                                           INTO REL-LINHA
           WRITE REL-LINHA
           PERFORM 385-PROXIMA-SUPRESSAO
           .
       387-REENVIOS.
           MOVE '  REENVIOS DE EMAIL PELO ATENDIMENTO (EMAIL_REENVIOS)'
                                           TO REL-LINHA
           PERFORM 310-TITULO-SECAO
           EXEC SQL
              DECLARE CUR_LGP_REN CURSOR FOR
              SELECT EMAIL_DESTINO, TIPO, USUARIO, DATA_REENVIO,
                     HORA_REENVIO
              FROM   EMAIL_REENVIOS
              WHERE  CPF = :DCLCLI-CPF
              ORDER BY SUBSTR(DATA_REENVIO, 7, 4),
                       SUBSTR(DATA_REENVIO, 4, 2),
                       SUBSTR(DATA_REENVIO, 1, 2),
                       HORA_REENVIO
           END-EXEC
           EXEC SQL
              OPEN CUR_LGP_REN
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'ABERTURA EMAIL_REENVIOS'
                                           TO WS-ETAPA
              PERFORM 980-ERRO-SQL
           ELSE
              PERFORM 388-PROXIMO-REENVIO
              PERFORM 389-LISTA-REENVIO UNTIL FIM-CURSOR
              EXEC SQL
                 CLOSE CUR_LGP_REN
              END-EXEC
           END-IF
           PERFORM 315-FIM-SECAO
           .
       388-PROXIMO-REENVIO.
           EXEC SQL
              FETCH CUR_LGP_REN
              INTO :DCLREN-EMAIL-DESTINO, :DCLREN-TIPO,
                   :DCLREN-USUARIO, :DCLREN-DATA-REENVIO,
                   :DCLREN-HORA-REENVIO
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 MOVE 'S'                  TO WS-FIM-CURSOR
              WHEN OTHER
                 MOVE 'LEITURA EMAIL_REENVIOS'
                                           TO WS-ETAPA
                 PERFORM 980-ERRO-SQL
           END-EVALUATE
           .
       389-LISTA-REENVIO.
           ADD 1                           TO WS-QTD-LINHAS-SECAO
           MOVE SPACES                     TO REL-LINHA
           STRING '    ' DCLREN-DATA-REENVIO
                                           DELIMITED BY SIZE
                  ' ' DCLREN-HORA-REENVIO  DELIMITED BY SIZE
                  '  TIPO ' DCLREN-TIPO    DELIMITED BY SIZE
                  '  USUARIO ' DCLREN-USUARIO
                                           DELIMITED BY SIZE
                                           INTO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES                     TO REL-LINHA
           STRING '      PARA ' DCLREN-EMAIL-DESTINO
                                           DELIMITED BY SIZE
                                           INTO REL-LINHA
           WRITE REL-LINHA
           PERFORM 388-PROXIMO-REENVIO
           .
       390-ALERTAS.
           MOVE '  ALERTAS DE FRAUDE (ALERTAS_FRAUDE)'
                                           TO REL-LINHA
           PERFORM 310-TITULO-SECAO
           EXEC SQL
              DECLARE CUR_LGP_AFR CURSOR FOR
              SELECT ID_PEDIDO, MOTIVO, STATUS, DATA_ALERTA,
                     ACAO_DECISAO, DATA_DECISAO
              FROM   ALERTAS_FRAUDE
              WHERE  CPF = :DCLCLI-CPF
              ORDER BY SUBSTR(DATA_ALERTA, 7, 4),
                       SUBSTR(DATA_ALERTA, 4, 2),
                       SUBSTR(DATA_ALERTA, 1, 2)
           END-EXEC
           EXEC SQL
              OPEN CUR_LGP_AFR
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'ABERTURA DE ALERTAS_FRAUDE'
                                           TO WS-ETAPA
              PERFORM 980-ERRO-SQL
           ELSE
              PERFORM 391-PROXIMO-ALERTA
              PERFORM 392-LISTA-ALERTA UNTIL FIM-CURSOR
              EXEC SQL
                 CLOSE CUR_LGP_AFR
              END-EXEC
           END-IF
           PERFORM 315-FIM-SECAO
           .
       391-PROXIMO-ALERTA.
           EXEC SQL
              FETCH CUR_LGP_AFR
              INTO :DCLAFR-ID-PEDIDO, :DCLAFR-MOTIVO,
                   :DCLAFR-STATUS, :DCLAFR-DATA-ALERTA,
                   :DCLAFR-ACAO-DECISAO, :DCLAFR-DATA-DECISAO
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 MOVE 'S'                  TO WS-FIM-CURSOR
              WHEN OTHER
                 MOVE 'LEITURA DE ALERTAS_FRAUDE'
                                           TO WS-ETAPA
                 PERFORM 980-ERRO-SQL
           END-EVALUATE
           .
       392-LISTA-ALERTA.
           ADD 1                           TO WS-QTD-LINHAS-SECAO
           MOVE DCLAFR-ID-PEDIDO           TO WS-PEDIDO-ED
           MOVE SPACES                     TO REL-LINHA
           STRING '    ' DCLAFR-DATA-ALERTA
                                           DELIMITED BY SIZE
                  '  PEDIDO ' WS-PEDIDO-ED DELIMITED BY SIZE
                  '  ' DCLAFR-MOTIVO       DELIMITED BY SIZE
                                           INTO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES                     TO REL-LINHA
           STRING '      STATUS ' DCLAFR-STATUS
                                           DELIMITED BY SIZE
                  '  DECISAO ' DCLAFR-ACAO-DECISAO
                                           DELIMITED BY SIZE
                  '  EM ' DCLAFR-DATA-DECISAO
                                           DELIMITED BY SIZE
                                           INTO REL-LINHA
           WRITE REL-LINHA
           PERFORM 391-PROXIMO-ALERTA
           .
       395-BLOQUEIOS.
      * BLOQUEIOS CUJO VALOR E DADO DO CLIENTE: O CPF, O TOKEN DE UM
      * CARTAO DAS CONTAS DOS SEUS PEDIDOS OU O CEP DE UM PEDIDO
           MOVE '  LISTA DE BLOQUEIO DA FRAUDE (BLOQUEIOS_FRAUDE)'
                                           TO REL-LINHA
           PERFORM 310-TITULO-SECAO
           PERFORM 396-ABRE-BLOQUEIOS
           IF WS-FIM-CURSOR NOT = 'S'
              PERFORM 397-PROXIMO-BLOQUEIO
              PERFORM 398-LISTA-BLOQUEIO UNTIL FIM-CURSOR
              EXEC SQL
                 CLOSE CUR_LGP_BLQ
              END-EXEC
           END-IF
           PERFORM 315-FIM-SECAO
           .
       396-ABRE-BLOQUEIOS.
      * CURSOR COMUM AO ACESSO E A ELIMINACAO (540-BLOQUEIOS)
           EXEC SQL
              DECLARE CUR_LGP_BLQ CURSOR FOR
              SELECT TIPO, VALOR, MOTIVO, DATA_VALIDADE, STATUS,
                     DATA_INCLUSAO
              FROM   BLOQUEIOS_FRAUDE
              WHERE (TIPO = 'C' AND VALOR = :DCLCLI-CPF)
              OR    (TIPO = 'T' AND VALOR IN
                     (SELECT TOKEN
                      FROM   CARTOES
                      WHERE  ID_CONTA_BANCARIA IN
                             (SELECT ID_CONTA_BANCARIA
                              FROM   PEDIDOS
                              WHERE  CPF = :DCLCLI-CPF)))
              OR    (TIPO = 'E' AND VALOR IN
                     (SELECT CEP
                      FROM   PEDIDOS
                      WHERE  CPF = :DCLCLI-CPF))
              ORDER BY TIPO, VALOR
           END-EXEC
           EXEC SQL
              OPEN CUR_LGP_BLQ
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'ABERTURA DE BLOQUEIOS' TO WS-ETAPA
              PERFORM 980-ERRO-SQL
           END-IF
           .
       397-PROXIMO-BLOQUEIO.
           EXEC SQL
              FETCH CUR_LGP_BLQ
              INTO :DCLBLQ-TIPO, :DCLBLQ-VALOR, :DCLBLQ-MOTIVO,
                   :DCLBLQ-DATA-VALIDADE, :DCLBLQ-STATUS,
                   :DCLBLQ-DATA-INCLUSAO
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 MOVE 'S'                  TO WS-FIM-CURSOR
              WHEN OTHER
                 MOVE 'LEITURA DE BLOQUEIOS'
                                           TO WS-ETAPA
                 PERFORM 980-ERRO-SQL
           END-EVALUATE
           .
       398-LISTA-BLOQUEIO.
           ADD 1                           TO WS-QTD-LINHAS-SECAO
           MOVE SPACES                     TO REL-LINHA
           STRING '    TIPO ' DCLBLQ-TIPO  DELIMITED BY SIZE
                  '  ' DCLBLQ-VALOR        DELIMITED BY SIZE
                  '  STATUS ' DCLBLQ-STATUS
                                           DELIMITED BY SIZE
                  '  VALIDADE ' DCLBLQ-DATA-VALIDADE
                                           DELIMITED BY SIZE
                                           INTO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES                     TO REL-LINHA
           STRING '      ' DCLBLQ-MOTIVO   DELIMITED BY SIZE
                  '  INCLUIDO EM ' DCLBLQ-DATA-INCLUSAO
                                           DELIMITED BY SIZE
                                           INTO REL-LINHA
           WRITE REL-LINHA
           PERFORM 397-PROXIMO-BLOQUEIO
           .
      *----------------------------------------------------------------*
      *  ELIMINACAO - ANONIMIZA O QUE NAO PRECISA SER RETIDO
      *----------------------------------------------------------------*
       500-ELIMINACAO.
           MOVE '  ELIMINACAO'             TO REL-LINHA
           WRITE REL-LINHA
           MOVE DCLCLI-CPF                 TO DCLAFR-CPF
           EXEC SQL
              SELECT COUNT(*)
              INTO  :WS-QTD-ALERTAS-ABERTOS
              FROM  ALERTAS_FRAUDE
              WHERE CPF    = :DCLAFR-CPF
              AND   STATUS = 'P'
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'CONTAGEM DE ALERTAS'   TO WS-ETAPA
              PERFORM 980-ERRO-SQL
           ELSE
      * OS BLOQUEIOS SAO LIDOS ANTES DO 510 LIMPAR O CEP DOS PEDIDOS
      * E A SUPRESSAO E OS REENVIOS ANTES DO 560 LIMPAR O EMAIL -
      * SAO AS CHAVES PARA ACHA-LOS.
              PERFORM 540-BLOQUEIOS
              PERFORM 510-PEDIDOS
              PERFORM 530-CARTOES
              PERFORM 550-ENDERECOS
              PERFORM 552-HISTORICO
              PERFORM 555-EMAILS
              PERFORM 560-CLIENTE
           END-IF
      * ACESSOS_LOG E ALERTAS_FRAUDE NAO GUARDAM NOME, EMAIL NEM
      * ENDERECO E NAO SAO TOCADOS - TEM PRAZO DE RETENCAO PROPRIO
      * (EXPURGO MENSAL DO T10BPRG). AS DEMAIS TRILHAS FICAM COM O
      * DADO PESSOAL ANONIMIZADO (552, 557 E 558).
           MOVE '    MANTIDOS: ACESSOS_LOG E ALERTAS_FRAUDE - TRILHAS'
                                           TO REL-LINHA
           WRITE REL-LINHA
           MOVE '      DE AUDITORIA SEM NOME, EMAIL OU ENDERECO, COM'
                                           TO REL-LINHA
           WRITE REL-LINHA
           MOVE '      PRAZO DE RETENCAO PROPRIO'
                                           TO REL-LINHA
           WRITE REL-LINHA
           .
       510-PEDIDOS.
           MOVE 'N'                        TO WS-FIM-CURSOR
           EXEC SQL
              DECLARE CUR_LGP_ELI_PDD CURSOR FOR
              SELECT ID_PEDIDO
              FROM   PEDIDOS
              WHERE  CPF = :DCLCLI-CPF
              ORDER BY ID_PEDIDO
           END-EXEC
           EXEC SQL
              OPEN CUR_LGP_ELI_PDD
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'ABERTURA DE PEDIDOS'   TO WS-ETAPA
              PERFORM 980-ERRO-SQL
           ELSE
              PERFORM 511-PROXIMO-PEDIDO
              PERFORM 512-ANONIMIZA-PEDIDO UNTIL FIM-CURSOR
              EXEC SQL
                 CLOSE CUR_LGP_ELI_PDD
              END-EXEC
           END-IF
           .
       511-PROXIMO-PEDIDO.
           EXEC SQL
              FETCH CUR_LGP_ELI_PDD
              INTO :DCLPDD-ID-PEDIDO
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 MOVE 'S'                  TO WS-FIM-CURSOR
              WHEN OTHER
                 MOVE 'LEITURA DE PEDIDOS' TO WS-ETAPA
                 PERFORM 980-ERRO-SQL
           END-EVALUATE
           .
       512-ANONIMIZA-PEDIDO.
           PERFORM 515-MOTIVO-RETENCAO
           MOVE DCLPDD-ID-PEDIDO           TO WS-PEDIDO-ED
           IF WS-MOTIVO-RETENCAO NOT = SPACES
              ADD 1                        TO WS-QTD-RETIDOS
              MOVE SPACES                  TO REL-LINHA
              STRING '    MANTIDO PEDIDO ' WS-PEDIDO-ED
                                           DELIMITED BY SIZE
                     ' - ' WS-MOTIVO-RETENCAO
                                           DELIMITED BY SIZE
                                           INTO REL-LINHA
              WRITE REL-LINHA
           ELSE
              MOVE WS-ANONIMO              TO DCLPDD-ENDERECO
              EXEC SQL
                 UPDATE PEDIDOS
                 SET    ENDERECO    = :DCLPDD-ENDERECO,
                        CEP         = ' ',
                        LOGRADOURO  = ' ',
                        NUMERO      = ' ',
                        COMPLEMENTO = ' ',
                        BAIRRO      = ' ',
                        CIDADE      = ' ',
                        UF          = ' '
                 WHERE  ID_PEDIDO   = :DCLPDD-ID-PEDIDO
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'ANONIMIZACAO DE PEDIDOS'
                                           TO WS-ETAPA
                 PERFORM 980-ERRO-SQL
              ELSE
                 ADD 1                     TO WS-QTD-ANONIMIZADOS
                 MOVE SPACES               TO REL-LINHA
                 STRING '    ENDERECO ANONIMIZADO NO PEDIDO '
                        WS-PEDIDO-ED       DELIMITED BY SIZE
                                           INTO REL-LINHA
                 WRITE REL-LINHA
              END-IF
           END-IF
           PERFORM 517-REGISTROS-PEDIDO
           IF WS-FIM-CURSOR NOT = 'S'
              PERFORM 511-PROXIMO-PEDIDO
           END-IF
           .
       515-MOTIVO-RETENCAO.
      * O QUE A LEI OBRIGA A GUARDAR: REEMBOLSO AINDA NAO EFETIVADO
      * (P, T OU R), QUALQUER CHARGEBACK E ALERTA DE FRAUDE PENDENTE.
           MOVE SPACES                     TO WS-MOTIVO-RETENCAO
           MOVE DCLPDD-ID-PEDIDO           TO DCLRBO-ID-PEDIDO
           EXEC SQL
              SELECT COUNT(*)
              INTO  :WS-QTD-AUX
              FROM  REEMBOLSOS
              WHERE ID_PEDIDO = :DCLRBO-ID-PEDIDO
              AND   STATUS IN ('P', 'T', 'R')
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'CONTAGEM DE REEMBOLSOS'
                                           TO WS-ETAPA
              PERFORM 980-ERRO-SQL
              MOVE 'ERRO NA VERIFICACAO'   TO WS-MOTIVO-RETENCAO
           ELSE
              IF WS-QTD-AUX > 0
                 MOVE 'REEMBOLSO EM ANDAMENTO'
                                           TO WS-MOTIVO-RETENCAO
              END-IF
           END-IF
           IF WS-MOTIVO-RETENCAO = SPACES
              EXEC SQL
                 SELECT COUNT(*)
                 INTO  :WS-QTD-AUX
                 FROM  CHARGEBACKS
                 WHERE ID_PEDIDO = :DCLPDD-ID-PEDIDO
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'CONTAGEM DE CHARGEBACKS'
                                           TO WS-ETAPA
                 PERFORM 980-ERRO-SQL
                 MOVE 'ERRO NA VERIFICACAO'
                                           TO WS-MOTIVO-RETENCAO
              ELSE
                 IF WS-QTD-AUX > 0
                    MOVE 'CHARGEBACK REGISTRADO'
                                           TO WS-MOTIVO-RETENCAO
                 END-IF
              END-IF
           END-IF
           IF WS-MOTIVO-RETENCAO = SPACES
              MOVE DCLPDD-ID-PEDIDO        TO DCLAFR-ID-PEDIDO
              EXEC SQL
                 SELECT COUNT(*)
                 INTO  :WS-QTD-AUX
                 FROM  ALERTAS_FRAUDE
                 WHERE ID_PEDIDO = :DCLAFR-ID-PEDIDO
                 AND   STATUS    = 'P'
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'CONTAGEM DE ALERTAS'
                                           TO WS-ETAPA
                 PERFORM 980-ERRO-SQL
                 MOVE 'ERRO NA VERIFICACAO'
                                           TO WS-MOTIVO-RETENCAO
              ELSE
                 IF WS-QTD-AUX > 0
                    MOVE 'ALERTA DE FRAUDE EM ABERTO'
                                           TO WS-MOTIVO-RETENCAO
                 END-IF
              END-IF
           END-IF
           .
       517-REGISTROS-PEDIDO.
      * REGISTROS DO PEDIDO QUE NAO SAO ANONIMIZADOS, COM O MOTIVO:
      * REEMBOLSO (REGISTRO FINANCEIRO), CHARGEBACK (DISPUTA COM A
      * ADQUIRENTE) E CANCELAMENTO PELO ATENDIMENTO.
           MOVE DCLPDD-ID-PEDIDO           TO DCLRBO-ID-PEDIDO
                                              DCLCHB-ID-PEDIDO
                                              DCLCAN-ID-PEDIDO
           EXEC SQL
              SELECT COUNT(*)
              INTO  :WS-QTD-AUX
              FROM  REEMBOLSOS
              WHERE ID_PEDIDO = :DCLRBO-ID-PEDIDO
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'CONTAGEM DE REEMBOLSOS'
                                           TO WS-ETAPA
              PERFORM 980-ERRO-SQL
           ELSE
              IF WS-QTD-AUX > 0
                 MOVE 'REEMBOLSO'          TO WS-REGISTRO-MANTIDO
                 MOVE 'REGISTRO FINANCEIRO'
                                           TO WS-MOTIVO-RETENCAO
                 PERFORM 518-LINHA-MANTIDO
              END-IF
           END-IF
           EXEC SQL
              SELECT COUNT(*)
              INTO  :WS-QTD-AUX
              FROM  CHARGEBACKS
              WHERE ID_PEDIDO = :DCLCHB-ID-PEDIDO
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'CONTAGEM DE CHARGEBACKS'
                                           TO WS-ETAPA
              PERFORM 980-ERRO-SQL
           ELSE
              IF WS-QTD-AUX > 0
                 MOVE 'CHARGEBACK'         TO WS-REGISTRO-MANTIDO
                 MOVE 'DISPUTA COM A ADQUIRENTE'
                                           TO WS-MOTIVO-RETENCAO
                 PERFORM 518-LINHA-MANTIDO
              END-IF
           END-IF
           EXEC SQL
              SELECT COUNT(*)
              INTO  :WS-QTD-AUX
              FROM  CANCELAMENTOS
              WHERE ID_PEDIDO = :DCLCAN-ID-PEDIDO
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'CONTAGEM CANCELAMENTOS'
                                           TO WS-ETAPA
              PERFORM 980-ERRO-SQL
           ELSE
              IF WS-QTD-AUX > 0
                 MOVE 'CANCELAMENTO'       TO WS-REGISTRO-MANTIDO
                 MOVE 'CANCELAMENTO E REEMBOLSO'
                                           TO WS-MOTIVO-RETENCAO
                 PERFORM 518-LINHA-MANTIDO
              END-IF
           END-IF
           .
       518-LINHA-MANTIDO.
           ADD 1                           TO WS-QTD-RETIDOS
           MOVE SPACES                     TO REL-LINHA
           STRING '    MANTIDO '           DELIMITED BY SIZE
                  WS-REGISTRO-MANTIDO      DELIMITED BY SPACE
                  ' PEDIDO ' WS-PEDIDO-ED  DELIMITED BY SIZE
                  ' - ' WS-MOTIVO-RETENCAO DELIMITED BY SIZE
                                           INTO REL-LINHA
           WRITE REL-LINHA
           .
       530-CARTOES.
      * NOME IMPRESSO DOS CARTOES DAS CONTAS DO CLIENTE - O CARTAO DE
      * UMA CONTA COM PEDIDO RETIDO TAMBEM FICA (A ADQUIRENTE E A
      * FRAUDE TRABALHAM COM ELE). O PAN E LIDO SO PARA A CHAVE DO
      * UPDATE; NO RELATORIO SAI O TOKEN.
           MOVE 'N'                        TO WS-FIM-CURSOR
           EXEC SQL
              DECLARE CUR_LGP_ELI_CRT CURSOR FOR
              SELECT NUMERO_CARTAO, TOKEN, ID_CONTA_BANCARIA
              FROM   CARTOES
              WHERE  ID_CONTA_BANCARIA IN
                     (SELECT ID_CONTA_BANCARIA
                      FROM   PEDIDOS
                      WHERE  CPF = :DCLCLI-CPF)
           END-EXEC
           EXEC SQL
              OPEN CUR_LGP_ELI_CRT
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'ABERTURA DE CARTOES'   TO WS-ETAPA
              PERFORM 980-ERRO-SQL
           ELSE
              PERFORM 531-PROXIMO-CARTAO
              PERFORM 532-ANONIMIZA-CARTAO UNTIL FIM-CURSOR
              EXEC SQL
                 CLOSE CUR_LGP_ELI_CRT
              END-EXEC
           END-IF
           .
       531-PROXIMO-CARTAO.
           EXEC SQL
              FETCH CUR_LGP_ELI_CRT
              INTO :DCLCRT-NUMERO-CARTAO, :DCLCRT-TOKEN,
                   :DCLCRT-ID-CONTA-BANCARIA
           END-EXEC
           EVALUATE SQLCODE
              WHEN 0
                 CONTINUE
              WHEN +100
                 MOVE 'S'                  TO WS-FIM-CURSOR
              WHEN OTHER
                 MOVE 'LEITURA DE CARTOES' TO WS-ETAPA
                 PERFORM 980-ERRO-SQL
           END-EVALUATE
           .
       532-ANONIMIZA-CARTAO.
           EXEC SQL
              SELECT COUNT(*)
              INTO  :WS-QTD-AUX
              FROM  PEDIDOS P
              WHERE P.ID_CONTA_BANCARIA = :DCLCRT-ID-CONTA-BANCARIA
              AND  (EXISTS (SELECT 1 FROM REEMBOLSOS R
                            WHERE  R.ID_PEDIDO = P.ID_PEDIDO
                            AND    R.STATUS IN ('P', 'T', 'R'))
               OR   EXISTS (SELECT 1 FROM CHARGEBACKS C
                            WHERE  C.ID_PEDIDO = P.ID_PEDIDO)
               OR   EXISTS (SELECT 1 FROM ALERTAS_FRAUDE A
                            WHERE  A.ID_PEDIDO = P.ID_PEDIDO
                            AND    A.STATUS    = 'P'))
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'VERIFICACAO DE CARTOES'
                                           TO WS-ETAPA
              PERFORM 980-ERRO-SQL
           ELSE
              IF WS-QTD-AUX > 0
                 ADD 1                     TO WS-QTD-RETIDOS
                 MOVE SPACES               TO REL-LINHA
                 STRING '    MANTIDO CARTAO TOKEN ' DCLCRT-TOKEN
                                           DELIMITED BY SIZE
                        ' - PEDIDO RETIDO NA CONTA'
                                           DELIMITED BY SIZE
                                           INTO REL-LINHA
                 WRITE REL-LINHA
              ELSE
                 MOVE WS-ANONIMO           TO DCLCRT-NOME-IMPRESSO
                 EXEC SQL
                    UPDATE CARTOES
                    SET    NOME_IMPRESSO = :DCLCRT-NOME-IMPRESSO
                    WHERE  NUMERO_CARTAO = :DCLCRT-NUMERO-CARTAO
                 END-EXEC
                 IF SQLCODE NOT = 0
                    MOVE 'ANONIMIZACAO DE CARTOES'
                                           TO WS-ETAPA
                    PERFORM 980-ERRO-SQL
                 ELSE
                    ADD 1                  TO WS-QTD-ANONIMIZADOS
                    MOVE SPACES            TO REL-LINHA
                    STRING '    NOME IMPRESSO ANONIMIZADO NO CARTAO '
                           'TOKEN '        DELIMITED BY SIZE
                           DCLCRT-TOKEN    DELIMITED BY SIZE
                                           INTO REL-LINHA
                    WRITE REL-LINHA
                 END-IF
              END-IF
           END-IF
           MOVE SPACES                     TO DCLCRT-NUMERO-CARTAO
           IF WS-FIM-CURSOR NOT = 'S'
              PERFORM 531-PROXIMO-CARTAO
           END-IF
           .
       540-BLOQUEIOS.
      * A LISTA DE BLOQUEIO E PREVENCAO A FRAUDE - O BLOQUEIO DO CPF,
      * DE UM TOKEN OU DE UM CEP DO CLIENTE FICA ATE A VALIDADE; O
      * RETIRADO FICA COMO HISTORICO DA FRAUDE. NADA E ALTERADO.
           MOVE 'N'                        TO WS-FIM-CURSOR
           PERFORM 396-ABRE-BLOQUEIOS
           IF WS-FIM-CURSOR NOT = 'S'
              PERFORM 397-PROXIMO-BLOQUEIO
              PERFORM 541-MANTEM-BLOQUEIO UNTIL FIM-CURSOR
              EXEC SQL
                 CLOSE CUR_LGP_BLQ
              END-EXEC
           END-IF
           .
       541-MANTEM-BLOQUEIO.
           ADD 1                           TO WS-QTD-RETIDOS
           MOVE SPACES                     TO REL-LINHA
           IF DCLBLQ-STATUS = 'R'
              STRING '    MANTIDO BLOQUEIO ' DCLBLQ-TIPO
                                           DELIMITED BY SIZE
                     ' ' DCLBLQ-VALOR      DELIMITED BY SIZE
                     ' - HISTORICO DE FRAUDE (RETIRADO)'
                                           DELIMITED BY SIZE
                                           INTO REL-LINHA
           ELSE
              STRING '    MANTIDO BLOQUEIO ' DCLBLQ-TIPO
                                           DELIMITED BY SIZE
                     ' ' DCLBLQ-VALOR      DELIMITED BY SIZE
                     ' - PREVENCAO A FRAUDE ATE '
                                           DELIMITED BY SIZE
                     DCLBLQ-DATA-VALIDADE  DELIMITED BY SIZE
                                           INTO REL-LINHA
           END-IF
           WRITE REL-LINHA
           PERFORM 397-PROXIMO-BLOQUEIO
           .
       550-ENDERECOS.
      * ENDERECOS SALVOS NAO TEM OBRIGACAO DE GUARDA - SAO EXCLUIDOS.
           MOVE DCLCLI-CPF                 TO DCLEND-CPF
           EXEC SQL
              SELECT COUNT(*)
              INTO  :WS-QTD-AUX
              FROM  ENDERECOS
              WHERE CPF = :DCLEND-CPF
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'CONTAGEM DE ENDERECOS' TO WS-ETAPA
              PERFORM 980-ERRO-SQL
           ELSE
              IF WS-QTD-AUX > 0
                 EXEC SQL
                    DELETE FROM ENDERECOS
                    WHERE  CPF = :DCLEND-CPF
                 END-EXEC
                 IF SQLCODE NOT = 0
                    MOVE 'EXCLUSAO DE ENDERECOS'
                                           TO WS-ETAPA
                    PERFORM 980-ERRO-SQL
                 ELSE
                    ADD WS-QTD-AUX         TO WS-QTD-ANONIMIZADOS
                    MOVE WS-QTD-AUX        TO WS-QTD-ED
                    MOVE SPACES            TO REL-LINHA
                    STRING '    ENDERECOS SALVOS EXCLUIDOS: '
                           WS-QTD-ED       DELIMITED BY SIZE
                                           INTO REL-LINHA
                    WRITE REL-LINHA
                 END-IF
              END-IF
           END-IF
           .
       552-HISTORICO.
      * O HISTORICO_ALTERACOES GUARDA NOME, EMAIL E ENDERECO ANTES E
      * DEPOIS DE CADA ALTERACAO (T10PCLI, T50PENT). A LINHA FICA
      * COMO TRILHA (QUEM, QUANDO, QUAL CAMPO) E OS VALORES SAO
      * ANONIMIZADOS - VALOR EM BRANCO FICA EM BRANCO. COM ALERTA DE
      * FRAUDE EM ABERTO FICAM, COMO O NOME E O EMAIL NO 560.
           MOVE DCLCLI-CPF                 TO DCLHIS-CPF
           EXEC SQL
              SELECT COUNT(*)
              INTO  :WS-QTD-AUX
              FROM  HISTORICO_ALTERACOES
              WHERE CPF = :DCLHIS-CPF
              AND   CAMPO_ALTERADO IN ('NOME', 'EMAIL', 'ENDERECO')
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'CONTAGEM DE HISTORICO'  TO WS-ETAPA
              PERFORM 980-ERRO-SQL
           ELSE
              IF WS-QTD-AUX > 0
                 IF WS-QTD-ALERTAS-ABERTOS > 0
                    ADD 1                  TO WS-QTD-RETIDOS
                    MOVE '    MANTIDO HISTORICO DE ALTERACOES - ALERTA D
      -                  'E FRAUDE ABERTO' TO REL-LINHA
                    WRITE REL-LINHA
                 ELSE
                    PERFORM 553-ANONIMIZA-HISTORICO
                 END-IF
              END-IF
           END-IF
           .
       553-ANONIMIZA-HISTORICO.
           MOVE WS-ANONIMO                 TO DCLHIS-VALOR-ANTERIOR
                                              DCLHIS-VALOR-NOVO
           EXEC SQL
              UPDATE HISTORICO_ALTERACOES
              SET    VALOR_ANTERIOR =
                        CASE WHEN VALOR_ANTERIOR = ' ' THEN ' '
                             ELSE :DCLHIS-VALOR-ANTERIOR
                        END,
                     VALOR_NOVO =
                        CASE WHEN VALOR_NOVO = ' ' THEN ' '
                             ELSE :DCLHIS-VALOR-NOVO
                        END
              WHERE  CPF = :DCLHIS-CPF
              AND    CAMPO_ALTERADO IN ('NOME', 'EMAIL', 'ENDERECO')
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'ANONIMIZACAO HISTORICO' TO WS-ETAPA
              PERFORM 980-ERRO-SQL
           ELSE
              ADD WS-QTD-AUX               TO WS-QTD-ANONIMIZADOS
              MOVE WS-QTD-AUX              TO WS-QTD-ED
              MOVE SPACES                  TO REL-LINHA
              STRING '    ANONIMIZADAS ' WS-QTD-ED
                                           DELIMITED BY SIZE
                     ' LINHAS DE HISTORICO_ALTERACOES - TRILHA MANTIDA'
                                           DELIMITED BY SIZE
                                           INTO REL-LINHA
              WRITE REL-LINHA
           END-IF
           .
       555-EMAILS.
      * O ENDERECO DO CLIENTE TAMBEM ESTA NA EMAIL_SUPRESSAO, NOS
      * REENVIOS DO ATENDIMENTO E NA EMAIL_OUTBOX - ACHADOS PELO
      * EMAIL E PELO EMAIL PENDENTE LIDOS DE CLIENTES NO 220, ANTES
      * DO 560 APAGA-LOS. A SUPRESSAO E EXCLUIDA (O CLIENTE FICA SEM
      * EMAIL); O REENVIO E A OUTBOX FICAM COMO TRILHA, COM O EMAIL
      * ANONIMIZADO.
      * COM ALERTA DE FRAUDE EM ABERTO FICAM, COMO O EMAIL NO 560.
           EXEC SQL
              SELECT COUNT(*)
              INTO  :WS-QTD-AUX
              FROM  EMAIL_SUPRESSAO
              WHERE EMAIL IN (:DCLCLI-EMAIL, :DCLCLI-EMAIL-PENDENTE)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'CONTAGEM EMAIL_SUPRESSAO'
                                           TO WS-ETAPA
              PERFORM 980-ERRO-SQL
           ELSE
              IF WS-QTD-AUX > 0
                 IF WS-QTD-ALERTAS-ABERTOS > 0
                    ADD 1                  TO WS-QTD-RETIDOS
                    MOVE '    MANTIDA SUPRESSAO DO EMAIL - ALERTA DE FRA
      -                  'UDE ABERTO'      TO REL-LINHA
                    WRITE REL-LINHA
                 ELSE
                    PERFORM 556-EXCLUI-SUPRESSAO
                 END-IF
              END-IF
           END-IF
           MOVE DCLCLI-CPF                 TO DCLREN-CPF
           EXEC SQL
              SELECT COUNT(*)
              INTO  :WS-QTD-AUX
              FROM  EMAIL_REENVIOS
              WHERE CPF = :DCLREN-CPF
              OR    EMAIL_DESTINO IN (:DCLCLI-EMAIL,
                                      :DCLCLI-EMAIL-PENDENTE)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'CONTAGEM EMAIL_REENVIOS'
                                           TO WS-ETAPA
              PERFORM 980-ERRO-SQL
           ELSE
              IF WS-QTD-AUX > 0
                 IF WS-QTD-ALERTAS-ABERTOS > 0
                    ADD 1                  TO WS-QTD-RETIDOS
                    MOVE '    MANTIDO EMAIL NOS REENVIOS - ALERTA DE FRA
      -                  'UDE ABERTO'      TO REL-LINHA
                    WRITE REL-LINHA
                 ELSE
                    PERFORM 557-ANONIMIZA-REENVIOS
                 END-IF
              END-IF
           END-IF
           EXEC SQL
              SELECT COUNT(*)
              INTO  :WS-QTD-AUX
              FROM  EMAIL_OUTBOX
              WHERE EMAIL_DESTINO IN (:DCLCLI-EMAIL,
                                      :DCLCLI-EMAIL-PENDENTE)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'CONTAGEM EMAIL_OUTBOX' TO WS-ETAPA
              PERFORM 980-ERRO-SQL
           ELSE
              IF WS-QTD-AUX > 0
                 IF WS-QTD-ALERTAS-ABERTOS > 0
                    ADD 1                  TO WS-QTD-RETIDOS
                    MOVE '    MANTIDO EMAIL NA EMAIL_OUTBOX - ALERTA DE
      -                  'FRAUDE ABERTO'   TO REL-LINHA
                    WRITE REL-LINHA
                 ELSE
                    PERFORM 558-ANONIMIZA-OUTBOX
                 END-IF
              END-IF
           END-IF
           .
       556-EXCLUI-SUPRESSAO.
           EXEC SQL
              DELETE FROM EMAIL_SUPRESSAO
              WHERE  EMAIL IN (:DCLCLI-EMAIL, :DCLCLI-EMAIL-PENDENTE)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'EXCLUSAO EMAIL_SUPRESSAO'
                                           TO WS-ETAPA
              PERFORM 980-ERRO-SQL
           ELSE
              ADD WS-QTD-AUX               TO WS-QTD-ANONIMIZADOS
              MOVE WS-QTD-AUX              TO WS-QTD-ED
              MOVE SPACES                  TO REL-LINHA
              STRING '    SUPRESSOES DE EMAIL EXCLUIDAS: '
                     WS-QTD-ED             DELIMITED BY SIZE
                                           INTO REL-LINHA
              WRITE REL-LINHA
           END-IF
           .
       557-ANONIMIZA-REENVIOS.
           MOVE WS-ANONIMO                 TO DCLREN-EMAIL-DESTINO
           EXEC SQL
              UPDATE EMAIL_REENVIOS
              SET    EMAIL_DESTINO = :DCLREN-EMAIL-DESTINO
              WHERE  CPF = :DCLREN-CPF
              OR     EMAIL_DESTINO IN (:DCLCLI-EMAIL,
                                       :DCLCLI-EMAIL-PENDENTE)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'ANONIMIZ. EMAIL_REENVIOS'
                                           TO WS-ETAPA
              PERFORM 980-ERRO-SQL
           ELSE
              ADD WS-QTD-AUX               TO WS-QTD-ANONIMIZADOS
              MOVE WS-QTD-AUX              TO WS-QTD-ED
              MOVE SPACES                  TO REL-LINHA
              STRING '    EMAIL ANONIMIZADO EM ' WS-QTD-ED
                                           DELIMITED BY SIZE
                     ' REENVIOS - TRILHA DO ATENDIMENTO MANTIDA'
                                           DELIMITED BY SIZE
                                           INTO REL-LINHA
              WRITE REL-LINHA
           END-IF
           .
       558-ANONIMIZA-OUTBOX.
      * EMAIL AINDA NAO ENVIADO ('P' OU 'F') PASSA A SUPRIMIDO, COM
      * O MOMENTO DA SUPRESSAO EM DATA_HORA_ENVIO - O T10BEML NAO
      * TENTA ENVIAR PARA O DESTINO ANONIMIZADO.
           MOVE WS-ANONIMO                 TO DCLEML-EMAIL-DESTINO
           MOVE SPACES                     TO DCLEML-DATA-HORA-ENVIO
           STRING WS-DATA-HOJE             DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  WS-HORA-EDIT             DELIMITED BY SIZE
                                       INTO DCLEML-DATA-HORA-ENVIO
           EXEC SQL
              UPDATE EMAIL_OUTBOX
              SET    EMAIL_DESTINO = :DCLEML-EMAIL-DESTINO,
                     STATUS =
                        CASE WHEN STATUS IN ('P', 'F') THEN 'S'
                             ELSE STATUS
                        END,
                     DATA_HORA_ENVIO =
                        CASE WHEN STATUS IN ('P', 'F')
                             THEN :DCLEML-DATA-HORA-ENVIO
                             ELSE DATA_HORA_ENVIO
                        END
              WHERE  EMAIL_DESTINO IN (:DCLCLI-EMAIL,
                                       :DCLCLI-EMAIL-PENDENTE)
           END-EXEC
           IF SQLCODE NOT = 0
              MOVE 'ANONIMIZ. EMAIL_OUTBOX' TO WS-ETAPA
              PERFORM 980-ERRO-SQL
           ELSE
              ADD WS-QTD-AUX               TO WS-QTD-ANONIMIZADOS
              MOVE WS-QTD-AUX              TO WS-QTD-ED
              MOVE SPACES                  TO REL-LINHA
              STRING '    EMAIL ANONIMIZADO EM ' WS-QTD-ED
                                           DELIMITED BY SIZE
                     ' LINHAS DA EMAIL_OUTBOX - TRILHA MANTIDA'
                                           DELIMITED BY SIZE
                                           INTO REL-LINHA
              WRITE REL-LINHA
           END-IF
           .
       560-CLIENTE.
      * CLIENTE COM ALERTA DE FRAUDE EM ABERTO MANTEM NOME E EMAIL
      * PARA A FRAUDE CONCLUIR A ANALISE. SEM EMAIL E SEM AVISOS
      * OPCIONAIS NENHUM JOB VOLTA A ESCREVER PARA O CLIENTE.
           IF WS-QTD-ALERTAS-ABERTOS > 0
              ADD 1                        TO WS-QTD-RETIDOS
              MOVE '    MANTIDOS NOME E EMAIL - ALERTA DE FRAUDE ABERTO'
                                           TO REL-LINHA
              WRITE REL-LINHA
           ELSE
              MOVE WS-ANONIMO              TO DCLCLI-NOME
              EXEC SQL
                 UPDATE CLIENTES
                 SET    NOME             = :DCLCLI-NOME,
                        EMAIL            = ' ',
                        EMAIL_PENDENTE   = ' ',
                        EMAIL_STATUS     = 'C',
                        COD_CONFIRMACAO  = ' ',
                        EMAIL_DEVOLVIDO  = 'N',
                        AVISOS_OPCIONAIS = 'N'
                 WHERE  CPF              = :DCLCLI-CPF
              END-EXEC
              IF SQLCODE NOT = 0
                 MOVE 'ANONIMIZACAO DE CLIENTES'
                                           TO WS-ETAPA
                 PERFORM 980-ERRO-SQL
              ELSE
                 ADD 1                     TO WS-QTD-ANONIMIZADOS
                 MOVE '    NOME E EMAIL ANONIMIZADOS EM CLIENTES'
                                           TO REL-LINHA
                 WRITE REL-LINHA
              END-IF
           END-IF
           .
       900-FIM.
           MOVE ALL '='                    TO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES                     TO REL-LINHA
           STRING 'SOLICITACOES LIDAS:        '
                  WS-QTD-LIDOS             DELIMITED BY SIZE
                                           INTO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES                     TO REL-LINHA
           STRING 'ACESSOS ATENDIDOS:         '
                  WS-QTD-ACESSOS           DELIMITED BY SIZE
                                           INTO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES                     TO REL-LINHA
           STRING 'ELIMINACOES ATENDIDAS:     '
                  WS-QTD-ELIMINACOES       DELIMITED BY SIZE
                                           INTO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES                     TO REL-LINHA
           STRING 'COM RETENCAO LEGAL:        '
                  WS-QTD-COM-RETENCAO      DELIMITED BY SIZE
                                           INTO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES                     TO REL-LINHA
           STRING 'CPF SEM CADASTRO:          '
                  WS-QTD-SEM-CADASTRO      DELIMITED BY SIZE
                                           INTO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES                     TO REL-LINHA
           STRING 'SOLICITACOES INVALIDAS:    '
                  WS-QTD-INVALIDAS         DELIMITED BY SIZE
                                           INTO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES                     TO REL-LINHA
           STRING 'PROTOCOLOS JA ATENDIDOS:   '
                  WS-QTD-JA-ATENDIDAS      DELIMITED BY SIZE
                                           INTO REL-LINHA
           WRITE REL-LINHA
           MOVE SPACES                     TO REL-LINHA
           STRING 'ERROS:                     '
                  WS-QTD-ERROS             DELIMITED BY SIZE
                                           INTO REL-LINHA
           WRITE REL-LINHA
           EVALUATE TRUE
              WHEN WS-QTD-ERROS > 0
                 MOVE 8                    TO RETURN-CODE
              WHEN WS-QTD-INVALIDAS > 0 OR
                   WS-QTD-JA-ATENDIDAS > 0 OR
                   WS-QTD-SEM-CADASTRO > 0
                 MOVE 4                    TO RETURN-CODE
              WHEN OTHER
                 CONTINUE
           END-EVALUATE
           PERFORM 950-GRAVA-CONTROLE
           CLOSE ARQLGP RELLGP
           .
       950-GRAVA-CONTROLE.
      * REGISTRO DE TOTAIS DE CONTROLE NA TABELA COMUM BATCH_CONTROLE
      * (GENERALIZACAO DO CTLREC DO T10BREC). SOLICITACOES INVALIDAS,
      * JA ATENDIDAS OU DE CPF SEM CADASTRO SAO AS EXCECOES.
           MOVE 'T10BLGP'                  TO DCLCTB-PROGRAMA
           MOVE WS-DATA-SYS                TO DCLCTB-DATA-EXECUCAO
           MOVE WS-QTD-LIDOS               TO DCLCTB-QTD-LIDOS
           MOVE WS-QTD-INVALIDAS           TO DCLCTB-QTD-EXCECOES
           ADD  WS-QTD-JA-ATENDIDAS        TO DCLCTB-QTD-EXCECOES
           ADD  WS-QTD-SEM-CADASTRO        TO DCLCTB-QTD-EXCECOES
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
       980-ERRO-SQL.
      * ERRO SQL MARCA A SOLICITACAO COMO 'E' (A REPROCESSAR) E
      * ENCERRA O CURSOR CORRENTE; O JOB SEGUE PARA A PROXIMA.
           ADD 1                           TO WS-QTD-ERROS
                                              WS-QTD-ERROS-SOLIC
           MOVE SQLCODE                    TO WS-SQLCODE
           MOVE SPACES                     TO WS-MSG-ERRO
           STRING 'ERRO SQL NA ' WS-ETAPA  DELIMITED BY SIZE
                  ' SQLC:' WS-SQLCODE      DELIMITED BY SIZE
                                           INTO WS-MSG-ERRO
           DISPLAY WS-MSG-ERRO
           MOVE SPACES                     TO REL-LINHA
           STRING '  ' WS-MSG-ERRO         DELIMITED BY SIZE
                                           INTO REL-LINHA
           WRITE REL-LINHA
           MOVE 'S'                        TO WS-FIM-CURSOR
           .

      *  TRANSICAO ET > DV COM A LINHA DE HISTORICO DE SEMPRE EM       *
      *  PEDIDOS_STATUS_HIST. GRAVA O REEMBOLSO PENDENTE EM            *
      *  REEMBOLSOS COM O TOKEN DO CARTAO DA CONTA (NUNCA O PAN) E     *
      *  AVISA O CLIENTE PELA EMAIL_OUTBOX (ENVIO PELO T10BEML; JA     *
      *  SUPRIMIDO SE O ENDERECO ESTA NA LISTA EMAIL_SUPRESSAO). O     *
      *  VALOR DO REEMBOLSO VEM DO VALOR_TOTAL DO PEDIDO QUANDO O      *
      *  OPERADOR NAO INFORMA OUTRO (DEVOLUCAO PARCIAL, ATE O TOTAL).  *
      *  A CONCILIACAO DIARIA DOS REEMBOLSOS PENDENTES E DO T10BRBO.   *
      *  PEDIDO JA DEVOLVIDO MOSTRA A SITUACAO DO REEMBOLSO NA         *
      *  ADQUIRENTE (T10BRBE/T10BRBR); REEMBOLSO RECUSADO ('R') MOSTRA *
      *  O MOTIVO DA RECUSA E PODE SER REENVIADO COM PF5 - VOLTA PARA  *
      *  'P' E SEGUE NO PROXIMO ARQUIVO PARA A ADQUIRENTE.             *
      *----------------------------------------------------------------*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
       77  WS-TOKEN-CARTAO                 PIC X(16) VALUE SPACES.
       77  WS-STATUS-NOVO                  PIC X(02) VALUE SPACES.
       77  WS-PEDIDO-ED                    PIC Z(8)9.
       77  WS-VALOR-REEMBOLSO              PIC S9(11)V99 COMP-3 VALUE 0.
       77  WS-VALOR-ED                     PIC ZZZ.ZZZ.ZZ9,99.
       77  WS-VALOR-TESTE                  PIC X(14) VALUE SPACES.
       77  WS-QTD-VIRGULAS                 PIC 9(02) VALUE 0.
       77  WS-OUTBOX-GRAVADO               PIC X(01) VALUE 'N'.
       77  WS-OUTBOX-TENTATIVA             PIC 9(01) VALUE 0.
       77  WS-QTD-SUPRESSAO                PIC S9(09) COMP VALUE 0.
           COPY T10MDEV.
           COPY DFHAID.
           COPY DFHBMSCA.
           EXEC SQL
              INCLUDE TCDCLEML
           END-EXEC.
           EXEC SQL
              INCLUDE TCDCLSUP
           END-EXEC.
           EXEC SQL
              INCLUDE TCDCLOPE
           END-EXEC.
       100-FASE1.
           MOVE LOW-VALUES                 TO MAPADEVO
           MOVE -1                         TO T9PEDL
           MOVE 'INFORME PEDIDO ENTREGUE, MOTIVO E VALOR (BRANCO=TOTAL)'
                                           TO T9MSGO
           PERFORM 999-TRATA-FASE2
           .
       200-FASE2.
           EXEC CICS HANDLE AID
              ENTER  (210-REGISTRA-DEVOLUCAO)
              PF5    (250-REENVIA-REEMBOLSO)
              CLEAR  (230-CLEAR)
              ANYKEY (240-ANYKEY)
           END-EXEC
           END-IF
           MOVE T9PEDI                     TO WS-ID-PEDIDO
           PERFORM 215-BUSCA-PEDIDO
           PERFORM 219-VALOR-REEMBOLSO
           MOVE DCLPDD-CPF                 TO DCLACL-CPF-CONSULTADO
           MOVE WS-ID-PEDIDO               TO DCLACL-ID-PEDIDO
           PERFORM 999-GRAVA-ACESSO
           MOVE DCLPDD-CPF                 TO T9CPFO
           MOVE WS-TOKEN-CARTAO            TO T9TOKO
           MOVE 'DV - DEVOLVIDO'           TO T9STATO
           MOVE WS-VALOR-REEMBOLSO         TO WS-VALOR-ED
           MOVE WS-VALOR-ED                TO T9VALO
           MOVE 'DEVOLUCAO REGISTRADA - REEMBOLSO PENDENTE'
                                           TO T9MSGO
           PERFORM 999-TRATA-FASE2
       215-BUSCA-PEDIDO.
           MOVE WS-ID-PEDIDO               TO DCLPDD-ID-PEDIDO
           EXEC SQL
              SELECT CPF, ID_CONTA_BANCARIA, STATUS_PEDIDO, VALOR_TOTAL
              INTO  :DCLPDD-CPF, :DCLPDD-ID-CONTA-BANCARIA,
                    :DCLPDD-STATUS-PEDIDO, :DCLPDD-VALOR-TOTAL
              FROM  PEDIDOS
              WHERE ID_PEDIDO = :DCLPDD-ID-PEDIDO
           END-EXEC
              WHEN OTHER
                 PERFORM 999-ERRO-GENERICO
           END-EVALUATE
           MOVE DCLPDD-VALOR-TOTAL         TO WS-VALOR-ED
           MOVE WS-VALOR-ED                TO T9TOTO
           IF DCLPDD-STATUS-PEDIDO NOT = 'ET'
              MOVE T9PEDI                  TO T9PEDO
              MOVE DCLPDD-CPF              TO T9CPFO
              IF DCLPDD-STATUS-PEDIDO = 'DV'
                 PERFORM 217-SITUACAO-REEMBOLSO
                 MOVE 'DV - DEVOLVIDO'     TO T9STATO
                 IF DCLRBO-STATUS = 'R'
                    MOVE 'PEDIDO JA DEVOLVIDO - PF5 REENVIA O REEMBOLSO'
                                           TO T9MSGO
                 ELSE
                    MOVE 'PEDIDO JA DEVOLVIDO'
                                           TO T9MSGO
                 END-IF
              ELSE
                 MOVE 'SO PEDIDO ENTREGUE (ET) PODE SER DEVOLVIDO'
                                           TO T9MSGO
              PERFORM 999-TRATA-FASE2
           END-IF
           .
       219-VALOR-REEMBOLSO.
      * VALOR EM BRANCO = TOTAL DO PEDIDO. VALOR DIGITADO (DEVOLUCAO
      * PARCIAL) ACEITA DIGITOS, PONTO DE MILHAR E VIRGULA DECIMAL E
      * NAO PODE PASSAR DO TOTAL. PEDIDO ANTERIOR AO REGISTRO DOS
      * ITENS (TOTAL ZERO) EXIGE O VALOR DIGITADO.
           MOVE T9PEDI                     TO T9PEDO
           MOVE T9MOTI                     TO T9MOTO
           MOVE DCLPDD-CPF                 TO T9CPFO
           IF T9VALL = 0 OR T9VALI = SPACES
              IF DCLPDD-VALOR-TOTAL = 0
                 MOVE 'PEDIDO SEM VALOR REGISTRADO - INFORME O VALOR'
                                           TO T9MSGO
                 PERFORM 999-TRATA-FASE2
              END-IF
              MOVE DCLPDD-VALOR-TOTAL      TO WS-VALOR-REEMBOLSO
           ELSE
              MOVE T9VALI                  TO WS-VALOR-TESTE
              INSPECT WS-VALOR-TESTE CONVERTING '0123456789.'
                                             TO '           '
              MOVE 0                       TO WS-QTD-VIRGULAS
              INSPECT WS-VALOR-TESTE TALLYING WS-QTD-VIRGULAS
                                             FOR ALL ','
              INSPECT WS-VALOR-TESTE REPLACING ALL ',' BY ' '
              IF WS-VALOR-TESTE NOT = SPACES OR WS-QTD-VIRGULAS > 1
                 MOVE 'VALOR INVALIDO - USE SO DIGITOS E VIRGULA'
                                           TO T9MSGO
                 PERFORM 999-TRATA-FASE2
              END-IF
              COMPUTE WS-VALOR-REEMBOLSO = FUNCTION NUMVAL-C(T9VALI)
              IF WS-VALOR-REEMBOLSO NOT > 0
                 MOVE 'VALOR DO REEMBOLSO DEVE SER MAIOR QUE ZERO'
                                           TO T9MSGO
                 PERFORM 999-TRATA-FASE2
              END-IF
              IF DCLPDD-VALOR-TOTAL > 0 AND
                 WS-VALOR-REEMBOLSO > DCLPDD-VALOR-TOTAL
                 MOVE 'VALOR DO REEMBOLSO MAIOR QUE O TOTAL DO PEDIDO'
                                           TO T9MSGO
                 PERFORM 999-TRATA-FASE2
              END-IF
           END-IF
           .
       217-SITUACAO-REEMBOLSO.
      * SITUACAO DO REEMBOLSO NA ADQUIRENTE PARA O BALCAO - A RECUSA
      * VEM COM O CODIGO E A DESCRICAO DO MOTIVO DADOS PELO T10BRBR.
           MOVE WS-ID-PEDIDO               TO DCLRBO-ID-PEDIDO
           MOVE SPACES                     TO DCLRBO-STATUS
                                              DCLRBO-TOKEN-CARTAO
                                              DCLRBO-MOTIVO-RECUSA
           MOVE 0                          TO DCLRBO-VALOR
           EXEC SQL
              SELECT STATUS, TOKEN_CARTAO, MOTIVO_RECUSA, VALOR
              INTO  :DCLRBO-STATUS, :DCLRBO-TOKEN-CARTAO,
                    :DCLRBO-MOTIVO-RECUSA, :DCLRBO-VALOR
              FROM  REEMBOLSOS
              WHERE ID_PEDIDO = :DCLRBO-ID-PEDIDO
           END-EXEC
           IF SQLCODE NOT = 0 AND SQLCODE NOT = +100
              PERFORM 999-ERRO-GENERICO
           END-IF
           MOVE DCLRBO-TOKEN-CARTAO        TO T9TOKO
           MOVE DCLRBO-VALOR               TO WS-VALOR-ED
           MOVE WS-VALOR-ED                TO T9VALO
           EVALUATE TRUE
              WHEN SQLCODE = +100
                 MOVE 'REEMBOLSO: NAO REGISTRADO'
                                           TO T9SRBO
              WHEN DCLRBO-STATUS = 'P'
                 MOVE 'REEMBOLSO: PENDENTE DE ENVIO A ADQUIRENTE'
                                           TO T9SRBO
              WHEN DCLRBO-STATUS = 'T'
                 MOVE 'REEMBOLSO: ENVIADO - AGUARDA RETORNO'
                                           TO T9SRBO
              WHEN DCLRBO-STATUS = 'E'
                 MOVE 'REEMBOLSO: EFETIVADO PELA ADQUIRENTE'
                                           TO T9SRBO
              WHEN DCLRBO-STATUS = 'R'
                 STRING 'RECUSADO: '       DELIMITED BY SIZE
                        DCLRBO-MOTIVO-RECUSA
                                           DELIMITED BY SIZE
                                           INTO T9SRBO
              WHEN OTHER
                 STRING 'REEMBOLSO: STATUS ' DELIMITED BY SIZE
                        DCLRBO-STATUS      DELIMITED BY SIZE
                                           INTO T9SRBO
           END-EVALUATE
           .
       220-BUSCA-TOKEN.
      * O REEMBOLSO E AMARRADO AO TOKEN DO CARTAO DA CONTA DO PEDIDO -
      * O PAN NUNCA SAI DE CARTOES. CARTAO AINDA SEM TOKEN GRAVADO E
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
                                           TO T9MSGO
           PERFORM 999-TRATA-FASE2
           .
       250-REENVIA-REEMBOLSO.
      * REENVIO DE REEMBOLSO RECUSADO PELA ADQUIRENTE - SO REEMBOLSO
      * 'R' DE PEDIDO DEVOLVIDO VOLTA PARA 'P'; O T10BRBE O INCLUI NO
      * PROXIMO ARQUIVO. O MOTIVO DA RECUSA ANTERIOR E LIMPO.
           MOVE LOW-VALUES                 TO MAPADEVO
           IF T9PEDL = 0 OR T9PEDI = SPACES
              MOVE 'INFORME O PEDIDO DO REEMBOLSO A REENVIAR'
                                           TO T9MSGO
              PERFORM 999-TRATA-FASE2
           END-IF
           IF T9PEDI IS NOT NUMERIC
              MOVE 'ID DO PEDIDO DEVE SER NUMERICO'
                                           TO T9MSGO
              PERFORM 999-TRATA-FASE2
           END-IF
           MOVE T9PEDI                     TO WS-ID-PEDIDO
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
                                           TO T9MSGO
                 PERFORM 999-TRATA-FASE2
              WHEN OTHER
                 PERFORM 999-ERRO-GENERICO
           END-EVALUATE
           MOVE T9PEDI                     TO T9PEDO
           MOVE DCLPDD-CPF                 TO T9CPFO
           MOVE DCLPDD-VALOR-TOTAL         TO WS-VALOR-ED
           MOVE WS-VALOR-ED                TO T9TOTO
           IF DCLPDD-STATUS-PEDIDO NOT = 'DV'
              MOVE 'SO REEMBOLSO DE PEDIDO DEVOLVIDO PODE SER REENVIADO'
                                           TO T9MSGO
              PERFORM 999-TRATA-FASE2
           END-IF
           MOVE 'DV - DEVOLVIDO'           TO T9STATO
           PERFORM 217-SITUACAO-REEMBOLSO
           IF DCLRBO-STATUS NOT = 'R'
              MOVE 'SO REEMBOLSO RECUSADO PODE SER REENVIADO'
                                           TO T9MSGO
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
                                           TO T9SRBO
           MOVE 'REEMBOLSO REENVIADO - SEGUE NO PROXIMO ARQUIVO'
                                           TO T9MSGO
           PERFORM 999-TRATA-FASE2
           .
       999-ATUALIZA-STATUS.
      * TRANSICAO DE STATUS DO PEDIDO - GRAVA O NOVO STATUS EM PEDIDOS
      * E REGISTRA A TRANSICAO EM PEDIDOS_STATUS_HIST COM DATA/HORA/
              LENGTH(+18)
           END-EXEC
           MOVE 'P'                         TO DCLEML-STATUS
           PERFORM 999-VERIFICA-SUPRESSAO
           MOVE 0                           TO DCLEML-QTD-TENTATIVAS
           STRING WS-DATA                   DELIMITED BY SIZE
                  ' '                       DELIMITED BY SIZE
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
      * EM OPERADORES ENTRA. O BALCAO DE DEVOLUCOES ACEITA OS PERFIS

      *  FICA PENDENTE COM CODIGO DE CONFIRMACAO ENVIADO PELA          *
      *  EMAIL_OUTBOX (T10BEML) E SO VALE APOS O CODIGO SER DIGITADO   *
      *  AQUI. TODA ALTERACAO GERA LINHA EM HISTORICO_ALTERACOES.      *
      *  CLIENTE COM EMAIL DEVOLVIDO (CARTA MORTA NO T10BEML) APARECE  *
      *  MARCADO PARA O ATENDIMENTO PEDIR UM ENDERECO NOVO; ENDERECO   *
      *  NA LISTA EMAIL_SUPRESSAO NAO E ACEITO COMO EMAIL NOVO. O      *
      *  CAMPO AVISOS (S/N) REGISTRA SE O CLIENTE QUER OS AVISOS       *
      *  OPCIONAIS (LEMBRETE E CARTVENC) - CODIGOS DE CONFIRMACAO E    *
      *  AVISOS DE PEDIDO SAEM SEMPRE.                                 *
      *----------------------------------------------------------------*
       ENVIRONMENT                         DIVISION.
      *----------------------------------------------------------------*
       77  WS-COD-CONFIRMACAO              PIC X(06).
       77  WS-OUTBOX-GRAVADO               PIC X(01) VALUE 'N'.
       77  WS-OUTBOX-TENTATIVA             PIC 9(01) VALUE 0.
       77  WS-QTD-SUPRESSAO                PIC S9(09) COMP VALUE 0.
           COPY T10MCLI.
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
                 AND T4EMLI NOT = DCLCLI-EMAIL
                 PERFORM 270-REGISTRA-EMAIL-NOVO
              END-IF
              IF T4AVSL NOT = 0 AND T4AVSI NOT = SPACES
                 AND T4AVSI NOT = DCLCLI-AVISOS-OPCIONAIS
                 PERFORM 275-ALTERA-AVISOS
              END-IF
              IF WS-HOUVE-ACAO = 'N'
                 IF DCLCLI-EMAIL-DEVOLVIDO = 'S'
                    MOVE 'EMAIL DEVOLVIDO - PECA UM NOVO AO CLIENTE'
                                           TO T4MSGO
                 ELSE
                    MOVE 'NENHUMA ALTERACAO A APLICAR'
                                           TO T4MSGO
                 END-IF
              END-IF
           END-IF
           PERFORM 280-MOSTRA-CLIENTE
                                              DCLCLI-EMAIL-PENDENTE
                                              DCLCLI-EMAIL-STATUS
                                              DCLCLI-COD-CONFIRMACAO
                                              DCLCLI-EMAIL-DEVOLVIDO
                                              DCLCLI-AVISOS-OPCIONAIS
           EXEC SQL
              SELECT NOME, EMAIL, EMAIL_PENDENTE, EMAIL_STATUS,
                     COD_CONFIRMACAO, EMAIL_DEVOLVIDO, AVISOS_OPCIONAIS
              INTO  :DCLCLI-NOME, :DCLCLI-EMAIL,
                    :DCLCLI-EMAIL-PENDENTE, :DCLCLI-EMAIL-STATUS,
                    :DCLCLI-COD-CONFIRMACAO, :DCLCLI-EMAIL-DEVOLVIDO,
                    :DCLCLI-AVISOS-OPCIONAIS
              FROM  CLIENTES
              WHERE CPF = :DCLCLI-CPF
           END-EXEC
                                              DCLCLI-EMAIL-PENDENTE
                                              DCLCLI-COD-CONFIRMACAO
           MOVE 'C'                        TO DCLCLI-EMAIL-STATUS
           MOVE 'N'                        TO DCLCLI-EMAIL-DEVOLVIDO
           IF T4AVSL NOT = 0 AND T4AVSI = 'N'
              MOVE 'N'                     TO DCLCLI-AVISOS-OPCIONAIS
           ELSE
              MOVE 'S'                     TO DCLCLI-AVISOS-OPCIONAIS
           END-IF
           EXEC SQL
              INSERT INTO CLIENTES
                     (CPF, NOME, EMAIL, EMAIL_PENDENTE, EMAIL_STATUS,
                      COD_CONFIRMACAO, EMAIL_DEVOLVIDO,
                      AVISOS_OPCIONAIS)
              VALUES (:DCLCLI-CPF, :DCLCLI-NOME, :DCLCLI-EMAIL,
                      :DCLCLI-EMAIL-PENDENTE, :DCLCLI-EMAIL-STATUS,
                      :DCLCLI-COD-CONFIRMACAO,
                      :DCLCLI-EMAIL-DEVOLVIDO,
                      :DCLCLI-AVISOS-OPCIONAIS)
           END-EXEC
           IF SQLCODE NOT = 0
              PERFORM 999-ERRO-GENERICO
                    SET    EMAIL            = :DCLCLI-EMAIL-PENDENTE,
                           EMAIL_PENDENTE   = SPACES,
                           EMAIL_STATUS     = 'C',
                           COD_CONFIRMACAO  = SPACES,
                           EMAIL_DEVOLVIDO  = 'N'
                    WHERE  CPF              = :DCLCLI-CPF
                 END-EXEC
                 IF SQLCODE = 0
                                           TO DCLCLI-EMAIL
                    MOVE SPACES            TO DCLCLI-EMAIL-PENDENTE
                    MOVE 'C'               TO DCLCLI-EMAIL-STATUS
                    MOVE 'N'               TO DCLCLI-EMAIL-DEVOLVIDO
                 ELSE
                    MOVE 'ERRO AO CONFIRMAR EMAIL'
                                           TO T4MSGO
       270-REGISTRA-EMAIL-NOVO.
      * EMAIL NOVO NUNCA ENTRA DIRETO - FICA PENDENTE COM CODIGO DE
      * CONFIRMACAO GRAVADO NA EMAIL_OUTBOX (ENVIO PELO T10BEML).
      * ENDERECO NA LISTA EMAIL_SUPRESSAO JA SE MOSTROU SEM ENTREGA -
      * O CODIGO NUNCA CHEGARIA, ENTAO O ATENDIMENTO PEDE OUTRO.
           MOVE T4EMLI                     TO WS-TEXTO-LIMPO
           PERFORM 999-VALIDA-EMAIL
           MOVE 0                          TO WS-QTD-SUPRESSAO
           IF WS-EMAIL-VALIDO = 'S'
              MOVE WS-TEXTO-LIMPO          TO DCLSUP-EMAIL
              PERFORM 999-VERIFICA-SUPRESSAO
           END-IF
           EVALUATE TRUE
              WHEN WS-EMAIL-VALIDO NOT = 'S'
                 MOVE 'EMAIL INVALIDO - VERIFIQUE O FORMATO'
                                           TO T4MSGO
              WHEN WS-QTD-SUPRESSAO > 0
                 MOVE 'EMAIL NA LISTA DE SUPRESSAO - INFORME OUTRO'
                                           TO T4MSGO
              WHEN OTHER
                 COMPUTE WS-COD-SEED = FUNCTION MOD((EIBTASKN * 99991) +
                                        EIBTIME, 999999999)
                 COMPUTE WS-COD-NUM = FUNCTION INTEGER(
                                        FUNCTION RANDOM(WS-COD-SEED)
                                        * 1000000)
                 MOVE WS-COD-NUM           TO WS-COD-CONFIRMACAO
                 MOVE WS-TEXTO-LIMPO       TO DCLCLI-EMAIL-PENDENTE
                 MOVE 'P'                  TO DCLCLI-EMAIL-STATUS
                 MOVE WS-COD-CONFIRMACAO   TO DCLCLI-COD-CONFIRMACAO
                 EXEC SQL
                    UPDATE CLIENTES
                    SET   EMAIL_PENDENTE  = :DCLCLI-EMAIL-PENDENTE,
                          EMAIL_STATUS    = :DCLCLI-EMAIL-STATUS,
                          COD_CONFIRMACAO = :DCLCLI-COD-CONFIRMACAO
                    WHERE CPF             = :DCLCLI-CPF
                 END-EXEC
                 IF SQLCODE = 0
                    PERFORM 999-GRAVA-OUTBOX
                    MOVE 'CODIGO DE CONFIRMACAO ENVIADO AO NOVO EMAIL'
                                           TO T4MSGO
                 ELSE
                    MOVE 'ERRO AO REGISTRAR EMAIL PENDENTE'
                                           TO T4MSGO
                 END-IF
           END-EVALUATE
           MOVE 'S'                        TO WS-HOUVE-ACAO
           .
       275-ALTERA-AVISOS.
      * PREFERENCIA DO CLIENTE PELOS AVISOS OPCIONAIS (LEMBRETE DE
      * CHECKOUT E AVISO DE VENCIMENTO) - 'N' OS SUPRIME NA ORIGEM.
           IF T4AVSI NOT = 'S' AND T4AVSI NOT = 'N'
              MOVE 'AVISOS OPCIONAIS: INFORME S OU N'
                                           TO T4MSGO
           ELSE
              MOVE DCLCLI-AVISOS-OPCIONAIS TO DCLHIS-VALOR-ANTERIOR
              MOVE T4AVSI                  TO DCLCLI-AVISOS-OPCIONAIS
              EXEC SQL
                 UPDATE CLIENTES
                 SET    AVISOS_OPCIONAIS = :DCLCLI-AVISOS-OPCIONAIS
                 WHERE  CPF              = :DCLCLI-CPF
              END-EXEC
              IF SQLCODE = 0
                 MOVE 'AVISOS'             TO DCLHIS-CAMPO-ALTERADO
                 MOVE DCLCLI-AVISOS-OPCIONAIS
                                           TO DCLHIS-VALOR-NOVO
                 PERFORM 999-GRAVA-HISTORICO
                 MOVE 'PREFERENCIA DE AVISOS ALTERADA'
                                           TO T4MSGO
              ELSE
                 MOVE DCLHIS-VALOR-ANTERIOR
                                           TO DCLCLI-AVISOS-OPCIONAIS
                 MOVE 'ERRO AO ALTERAR PREFERENCIA DE AVISOS'
                                           TO T4MSGO
              END-IF
           END-IF
           MOVE 'S'                        TO WS-HOUVE-ACAO
           .
       280-MOSTRA-CLIENTE.
           MOVE WS-CPF                     TO T4CPFO
           MOVE DCLCLI-NOME                TO T4NOMEO
           MOVE DCLCLI-EMAIL               TO T4EMLO
           EVALUATE TRUE
              WHEN DCLCLI-EMAIL-STATUS = 'P'
                 MOVE 'EMAIL PENDENTE DE CONFIRMACAO'
                                           TO T4STAO
              WHEN DCLCLI-EMAIL-DEVOLVIDO = 'S'
                 MOVE 'EMAIL DEVOLVIDO - PEDIR NOVO'
                                           TO T4STAO
              WHEN OTHER
                 MOVE 'EMAIL CONFIRMADO'   TO T4STAO
           END-EVALUATE
           IF DCLCLI-AVISOS-OPCIONAIS = 'N'
              MOVE 'N'                     TO T4AVSO
           ELSE
              MOVE 'S'                     TO T4AVSO
           END-IF
           .
       999-VALIDA-CPF.
              END-IF
           END-IF
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

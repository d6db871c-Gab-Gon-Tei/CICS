       AUTHOR.                             EQUIPE CARTOES.
      *----------------------------------------------------------------*
      *  JOB BATCH MENSAL - RETENCAO E ARQUIVAMENTO DAS QUATRO         *
      *  TABELAS QUE SO CRESCEM: EMAIL_OUTBOX (STATUS 'E', 'M', 'S'),  *
      *  HISTORICO_ALTERACOES, PEDIDOS_STATUS_HIST E ALERTAS_FRAUDE    *
      *  (STATUS 'T'). LINHAS MAIS VELHAS QUE O PRAZO DE RETENCAO DE   *
      *  CADA TABELA (ARQUIVO PARMPRG, EM DIAS) SAO DESCARREGADAS NOS  *
      *  ARQUIVOS GDG ARQEML/ARQHIS/ARQPSH/ARQAFR, NO LAYOUT DOS       *
      *  PROPRIOS COPYBOOKS, E ENTAO EXCLUIDAS. AS CARTAS MORTAS       *
      *  ('M') SAEM LISTADAS A PARTE ANTES DO EXPURGO, PARA ENFIM      *
      *  ENXERGARMOS OS ENDERECOS QUE NUNCA FUNCIONAM. ESSES JA ESTAO  *
      *  NA EMAIL_SUPRESSAO (T10BEML), QUE NAO E EXPURGADA.            *
      *                                                                *
      *  O JOB E REINICIAVEL NOS MOLDES DO T10BREC: PONTOS DE COMMIT   *
      *  PERIODICOS E CONTROLE NA BATCH_RESTART. AS TABELAS SAO        *
           MOVE 'S'                        TO WS-FIM-FASE
           .
      *----------------------------------------------------------------*
      *  FASE 1 - EMAIL_OUTBOX (SO 'E' ENVIADO, 'M' MORTO E 'S'
      *  SUPRIMIDO; 'P' E 'F' AINDA PERTENCEM AO T10BEML). AS CARTAS
      *  MORTAS SAEM LISTADAS ANTES DO EXPURGO.
      *----------------------------------------------------------------*
       300-EXPURGA-OUTBOX.
           COMPUTE WS-DIAS-INT =
                     STATUS, QTD_TENTATIVAS, DATA_HORA_CRIACAO,
                     DATA_HORA_ENVIO
              FROM   EMAIL_OUTBOX
              WHERE  STATUS IN ('E', 'M', 'S')
           END-EXEC
           EXEC SQL
              OPEN CUR_PRG_EML

      *> WORKING-STORAGE partilhado da emissao de cartoes de
      *> substituicao (par do copybook de procedimentos SUBCARTAO).
      *> O programa declara e abre FICHEIRO-CARTOES (COPY CARTAO,
      *> acesso DYNAMIC em I-O, status WS-FS-CARTOES),
      *> FICHEIRO-CLIENTES (COPY CLIENTE) e
      *> FICHEIRO-PRODUCAO-CARTOES (COPY PRODCARTAO, em EXTEND,
      *> status WS-FS-PRODUCAO), e a fila de notificacoes opcional
      *> como em MORA-EMPRESTIMOS (WS-FS-NOTIFICACOES,
      *> WS-PROXIMO-ID-NOTIF e 88 NOTIFICACOES-DISPONIVEL).
      *>   8930-EMITIR-SUBSTITUTO: com o cartao a substituir em
      *>     REG-CARTAO, o motivo em WS-SC-MOTIVO, a data em
      *>     WS-SC-DATA e o PIN do cartao novo em WS-SC-PIN-SALT e
      *>     WS-SC-PIN-HASH, grava o cartao novo por ativar, liga os
      *>     dois cartoes, manda o novo para producao e avisa o
      *>     cliente. Devolve SUBSTITUTO-EMITIDO e WS-SC-NOVO, e deixa
      *>     em REG-CARTAO o cartao antigo ja atualizado.
       77  WS-SC-MOTIVO            PIC X(01).
           88 SC-PERDA-OU-FURTO      VALUE "P" "F".
       77  WS-SC-DATA              PIC 9(08).
       77  WS-SC-PIN-SALT          PIC 9(08).
       77  WS-SC-PIN-HASH          PIC 9(18).
       77  WS-SC-ANTIGO            PIC 9(16).
       77  WS-SC-NOVO              PIC 9(16).
       77  WS-SC-CONTA             PIC 9(09).
       77  WS-SC-EMITIDO           PIC X VALUE 'N'.
           88 SUBSTITUTO-EMITIDO     VALUE 'S'.
      *> anos de validade de um cartao emitido
       77  WS-SC-ANOS-VALIDADE     PIC 9(01) VALUE 4.
       01  WS-SC-VALIDADE.
           05 WS-SC-VAL-ANO        PIC 9(04).
           05 WS-SC-VAL-MES        PIC 9(02).
      *> geracao do numero: mesmo BIN do cartao antigo, corpo a
      *> seguir ao maior numero ja emitido com esse BIN e digito de
      *> controlo Luhn
       01  WS-SC-NUMERO.
           05 WS-SC-BIN            PIC 9(06).
           05 WS-SC-SEQUENCIA      PIC 9(09).
           05 WS-SC-CONTROLO       PIC 9(01).
       01  WS-SC-NUMERO-CORPO REDEFINES WS-SC-NUMERO.
           05 WS-SC-CORPO          PIC 9(15).
           05 FILLER               PIC 9(01).
       01  WS-SC-NUMERO-DIGITOS REDEFINES WS-SC-NUMERO.
           05 WS-SC-DIGITO         PIC 9(01) OCCURS 16 TIMES.
       77  WS-SC-BIN-PEDIDO        PIC 9(06).
       77  WS-SC-BIN-LIDO          PIC 9(06).
       77  WS-SC-MAIOR             PIC 9(16).
       77  WS-SC-IDX               PIC 9(02).
       77  WS-SC-PARCELA           PIC 9(02).
       77  WS-SC-SOMA              PIC 9(03).

      *> WORKING-STORAGE partilhado da validacao da referencia de
      *> pagamento de servicos (par do copybook de procedimentos
      *> VALREF). O programa poe a referencia em WS-REF-VALIDAR e a
      *> regra da entidade (ENT-REGRA-REF) em WS-RV-REGRA, faz
      *> PERFORM 8960-VALIDAR-REFERENCIA e testa REFERENCIA-VALIDA.
       01  WS-REF-VALIDAR.
           05 WS-RV-DIGITO         PIC 9(01) OCCURS 9 TIMES.
       01  WS-REF-VALIDAR-NUM REDEFINES WS-REF-VALIDAR PIC 9(09).
       01  WS-REF-VALIDAR-97 REDEFINES WS-REF-VALIDAR.
           05 WS-RV-BASE           PIC 9(07).
           05 WS-RV-CONTROLO       PIC 9(02).
       77  WS-RV-REGRA             PIC X(01).
       77  WS-RV-IDX               PIC 9(02).
       77  WS-RV-PARCELA           PIC 9(02).
       77  WS-RV-SOMA              PIC 9(03).
       77  WS-RV-ESPERADO          PIC 9(02).
       77  WS-REFERENCIA-OK        PIC X.
           88 REFERENCIA-VALIDA      VALUE 'S'.

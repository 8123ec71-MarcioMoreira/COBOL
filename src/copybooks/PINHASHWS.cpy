      *> WORKING-STORAGE partilhado do hash de PINs (par do copybook
      *> de procedimentos PINHASH). Os PINs de clientes, cartoes e
      *> operadores nunca sao gravados em claro: cada registo guarda
      *> um sal aleatorio e o hash do PIN com esse sal. Para gravar
      *> um PIN novo o programa poe-no em WS-PH-PIN, faz PERFORM
      *> 8975-GERAR-HASH-PIN e copia WS-PH-SALT/WS-PH-HASH para o
      *> registo; para conferir poe o PIN introduzido em WS-PH-PIN,
      *> o sal e o hash do registo em WS-PH-SALT/WS-PH-HASH-GUARDADO
      *> e faz PERFORM 8980-CONFERIR-PIN (88 PIN-CONFERE).
       77  WS-PH-PIN               PIC 9(06).
       77  WS-PH-SALT              PIC 9(08).
       77  WS-PH-HASH              PIC 9(18).
       77  WS-PH-HASH-GUARDADO     PIC 9(18).
       77  WS-PH-CONFERE           PIC X VALUE 'N'.
           88 PIN-CONFERE            VALUE 'S'.
      *> estado do hash: duas metades de 9 digitos, cada uma reduzida
      *> pelo seu primo, para o quadrado caber em 18 digitos
       01  WS-PH-ESTADO.
           05 WS-PH-A              PIC 9(09).
           05 WS-PH-B              PIC 9(09).
       01  WS-PH-ESTADO-NUM REDEFINES WS-PH-ESTADO
                                   PIC 9(18).
       77  WS-PH-PRIMO-A           PIC 9(09) VALUE 999999937.
       77  WS-PH-PRIMO-B           PIC 9(09) VALUE 999999929.
       77  WS-PH-RONDAS            PIC 9(04) VALUE 500.
       77  WS-PH-RONDA             PIC 9(04).
       77  WS-PH-PRODUTO           PIC 9(18).
       77  WS-PH-HORA              PIC 9(08).
       77  WS-PH-ALEATORIO         PIC V9(09).
       77  WS-PH-SEMEADO           PIC X VALUE 'N'.
           88 GERADOR-SEMEADO        VALUE 'S'.

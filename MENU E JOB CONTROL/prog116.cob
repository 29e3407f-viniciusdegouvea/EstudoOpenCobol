      *       ADIANTA  -> ADIANTAT      FERIASAG  -> FERIASGT
      *       BANCOHOR -> BANCOHOT      DESCPEND  -> DESCPNDT
      *       PONTORES -> PONTORST      MOVVALID  -> MOVVALDT
      *       RETRYBCO -> RETRYBCT      ENCAHIST  -> ENCATEST
      *       REEMBOLS -> REEMBOLT      COPAGTO   -> COPAGTOT
      *       GUIAPAGO -> GUIAPAGT      GUIACALC  -> GUIACALT
      *       GUIARET  -> GUIARETT
      *     ARQUIVO DE ORIGEM AUSENTE SO DEIXA A COPIA VAZIA - O
      *     ENSAIO SEGUE COMO A PRODUCAO SEGUIRIA.

           ==NOME== BY ==NOME-T==.

       FD  ARQ-SEQ-ORIGEM.
       01  REG-SEQ-ORIGEM              PIC X(300).

       FD  ARQ-SEQ-DESTINO.
       01  REG-SEQ-DESTINO             PIC X(300).

       WORKING-STORAGE SECTION.

           05  FILLER PIC X(24) VALUE "PONTORES    PONTORST    ".
           05  FILLER PIC X(24) VALUE "MOVVALID    MOVVALDT    ".
           05  FILLER PIC X(24) VALUE "RETRYBCO    RETRYBCT    ".
           05  FILLER PIC X(24) VALUE "ENCAHIST    ENCATEST    ".
           05  FILLER PIC X(24) VALUE "REEMBOLS    REEMBOLT    ".
           05  FILLER PIC X(24) VALUE "COPAGTO     COPAGTOT    ".
           05  FILLER PIC X(24) VALUE "GUIAPAGO    GUIAPAGT    ".
           05  FILLER PIC X(24) VALUE "GUIACALC    GUIACALT    ".
           05  FILLER PIC X(24) VALUE "GUIARET     GUIARETT    ".
       01  FILLER REDEFINES TAB-PARES-DE-COPIA.
           05  PAR-ITEM OCCURS 16 TIMES.
               10  PAR-ORIGEM          PIC X(12).
               10  PAR-DESTINO         PIC X(12).
       01  WS-IDX-PAR                  PIC 9(02).
           MOVE 0 TO RETURN-CODE.
           PERFORM COPIAR-MESTRE.
           PERFORM VARYING WS-IDX-PAR FROM 1 BY 1
                   UNTIL WS-IDX-PAR > 16
               PERFORM COPIAR-UM-SEQUENCIAL
           END-PERFORM.
           DISPLAY "AMBIENTE DE HOMOLOGACAO PREPARADO.".

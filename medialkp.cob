       *> mestre (filial e conta contábil no registro); a exibição
       *> mostra também a filial e a conta. Consulta por faixa de
       *> data, filial ou conta é pelo MediaInq.
       *> 2026-10-15 Renato - layout de MEDIAVSM ampliado para 122
       *> bytes (lote de origem, contrapartida e situação); a
       *> exibição mostra também o lote e a situação ("E" =
       *> estornado pelo MedEstrn).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               10  VSM-EMPRESA     PIC X(04).
               10  VSM-CONTA       PIC X(10).
               10  VSM-CCUSTO      PIC X(06).
           05  FILLER          PIC X(08).
           05  VSM-LOTE        PIC X(08).
           05  FILLER          PIC X(24).
           05  VSM-SITUACAO    PIC X(01).

       WORKING-STORAGE SECTION.
       77  WS-FS-VSM           PIC X(02).
                         AND VSM-REGISTRO = WS-REG-NUM
                     DISPLAY VSM-DATA " " VSM-TIPO " " VSM-DETALHE
                         " " VSM-FILIAL " " VSM-EMPRESA " "
                         VSM-CONTA " " VSM-CCUSTO " " VSM-LOTE
                         " " VSM-SITUACAO
                     ADD 1 TO WS-ENCONTRADOS
                 ELSE
                     MOVE "S" TO WS-EOF-FLAG

       *> saem em VSMREL e terminam com RC=8. Sem isto o cluster de
       *> TRACKS(15 15) enche e o WRITE-VSAM-RECORD do Media2Num
       *> passa a degradar a rodada para RC=4 toda noite.
       *> 2026-10-15 Renato - registro do MEDIAVSM e da descarga
       *> MEDIAVSU ampliados de 81 para 122 bytes (lote de origem,
       *> contrapartida e situação do estorno).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               10  VSM-EMPRESA     PIC X(04).
               10  VSM-CONTA       PIC X(10).
               10  VSM-CCUSTO      PIC X(06).
           05  FILLER          PIC X(41).

       FD  MEDIAVSU-FILE.
       01  VSU-RECORD          PIC X(122).

       FD  VSMREL-FILE.
       01  REL-RECORD          PIC X(80).

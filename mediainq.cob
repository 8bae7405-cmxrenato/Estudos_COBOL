       *> de datas. Atende os pedidos dos auditores ("tudo da filial
       *> 0003 em julho", "tudo contra a conta 0000001000") numa
       *> única submissão, sem restaurar gerações de MEDIAOUT.
       *> 2026-10-15 Renato - layout de MEDIAVSM ampliado para 122
       *> bytes; a situação sai ao lado do tipo no HISREL ("CE"/"DE"
       *> = resumo/detalhe estornado pelo MedEstrn).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               10  VSM-EMPRESA     PIC X(04).
               10  VSM-CONTA       PIC X(10).
               10  VSM-CCUSTO      PIC X(06).
           05  FILLER          PIC X(40).
           05  VSM-SITUACAO    PIC X(01).

       FD  MEDINQIN-FILE.
       01  CRT-RECORD.
           05  REL-HIS-REG     PIC 9(06).
           05  FILLER          PIC X(03)    VALUE SPACES.
           05  REL-HIS-TIPO    PIC X(01).
           05  REL-HIS-SIT     PIC X(01).
           05  FILLER          PIC X(01)    VALUE SPACES.
           05  REL-HIS-FILIAL  PIC X(04).
           05  FILLER          PIC X(01)    VALUE SPACES.
           05  REL-HIS-EMPRESA PIC X(04).
             MOVE VSM-DATA     TO REL-HIS-DATA.
             MOVE VSM-REGISTRO TO REL-HIS-REG.
             MOVE VSM-TIPO     TO REL-HIS-TIPO.
             MOVE VSM-SITUACAO TO REL-HIS-SIT.
             MOVE VSM-FILIAL   TO REL-HIS-FILIAL.
             MOVE VSM-EMPRESA  TO REL-HIS-EMPRESA.
             MOVE VSM-CONTA    TO REL-HIS-CONTA.

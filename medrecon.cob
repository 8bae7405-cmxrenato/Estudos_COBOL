       *> step de liberação do MEDIAGL ao posting ser condicionado a
       *> este resultado. A data da rodada (AAAAMMDD) vem do cartão;
       *> 00000000 usa a data do dia, como no cartão MEDIAPRM.
       *> 2026-10-15 Renato - MEDIAGL em partidas dobradas: só a
       *> linha do registro entra na comparação com MEDIAOUT e
       *> MEDIAVSM; a contrapartida (GL-HIST "CONTRAPARTIDA M2NUM")
       *> precisa vir logo após o seu lançamento e anulá-lo. Novo
       *> quadro de partidas dobradas com linhas, débitos e créditos
       *> do "*TRL" e dos lidos; débitos diferentes dos créditos,
       *> lançamento sem contrapartida ou trailer que não confere com
       *> o lido termina com RC=8 e retém a liberação.
       *> 2026-10-15 Renato - layout de MEDIAVSM ampliado para 122
       *> bytes (lote de origem, contrapartida e situação).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  GLR-REGS        PIC 9(06).
           05  FILLER          PIC X(01).
           05  GLR-VALOR       PIC S9(11)V99 SIGN LEADING SEPARATE.
           05  FILLER          PIC X(01).
           05  GLR-LINHAS      PIC 9(06).
           05  FILLER          PIC X(01).
           05  GLR-DEBITOS     PIC 9(11)V99.
           05  FILLER          PIC X(01).
           05  GLR-CREDITOS    PIC 9(11)V99.
           05  FILLER          PIC X(06).

       FD  MEDIAOUT-FILE.
       01  MO-RECORD.
               10  VSM-EMPRESA     PIC X(04).
               10  VSM-CONTA       PIC X(10).
               10  VSM-CCUSTO      PIC X(06).
           05  FILLER          PIC X(41).

       FD  RECOREL-FILE.
       01  REL-RECORD          PIC X(80).
               10  WS-GL-REG       PIC 9(06).
               10  WS-GL-SOMA      PIC S9(11)V99.
               10  WS-GL-CASADO    PIC X(01).
               10  WS-GL-PAR       PIC X(01).
               10  WS-GL-PAR-SOMA  PIC S9(11)V99.
       77  WS-GL-QTD           PIC 9(04)    VALUE ZERO.
       77  WS-GL-IDX           PIC 9(04).
       77  WS-GL-ACHOU         PIC X(01).
       77  WS-GL-LIDOS         PIC 9(06)    VALUE ZERO.
       77  WS-GL-SOMADO        PIC S9(11)V99 VALUE ZERO.
       77  WS-GL-REG-SOMA      PIC S9(11)V99.
       77  WS-GL-TRL-LINHAS    PIC 9(06)    VALUE ZERO.
       77  WS-GL-TRL-DEBITOS   PIC 9(11)V99 VALUE ZERO.
       77  WS-GL-TRL-CREDITOS  PIC 9(11)V99 VALUE ZERO.
       77  WS-GL-LINHAS        PIC 9(06)    VALUE ZERO.
       77  WS-GL-DEBITOS       PIC 9(11)V99 VALUE ZERO.
       77  WS-GL-CREDITOS      PIC 9(11)V99 VALUE ZERO.
       77  WS-GL-PAR-TOTAL     PIC S9(11)V99.

       77  WS-GT-VISTO         PIC X(01)    VALUE "N".
       77  WS-GT-REGS          PIC 9(06)    VALUE ZERO.
           05  FILLER          PIC X(02)    VALUE SPACES.
           05  REL-FONTE-SOMA  PIC -(10)9.99.
           05  FILLER          PIC X(40)    VALUE SPACES.
       01  REL-PARTIDA-CAB.
           05  FILLER          PIC X(24)    VALUE
               "PARTIDAS DOBRADAS LINHAS".
           05  FILLER          PIC X(31)    VALUE
               "         DEBITOS       CREDITOS".
           05  FILLER          PIC X(25)    VALUE SPACES.
       01  REL-PARTIDA-LIN.
           05  REL-PART-NOME   PIC X(16).
           05  FILLER          PIC X(02)    VALUE SPACES.
           05  REL-PART-LINHAS PIC ZZZZZ9.
           05  FILLER          PIC X(02)    VALUE SPACES.
           05  REL-PART-DEB    PIC Z(10)9.99.
           05  FILLER          PIC X(01)    VALUE SPACES.
           05  REL-PART-CRED   PIC Z(10)9.99.
           05  FILLER          PIC X(25)    VALUE SPACES.
       01  REL-DIF-LIN.
           05  FILLER          PIC X(10)    VALUE "REGISTRO  ".
           05  REL-DIF-REG     PIC 9(06).
                     WRITE REL-RECORD
                     ADD 1 TO WS-DIFERENCAS
                 END-IF
                 PERFORM CHECK-GL-PAIR
                     VARYING WS-GL-IDX FROM 1 BY 1
                     UNTIL WS-GL-IDX > WS-GL-QTD
             END-IF.

       READ-GL-RECORD.
                     MOVE "S" TO WS-GL-TRL-VISTO
                     MOVE GLR-REGS  TO WS-GL-TRL-REGS
                     MOVE GLR-VALOR TO WS-GL-TRL-VALOR
                     MOVE GLR-LINHAS   TO WS-GL-TRL-LINHAS
                     MOVE GLR-DEBITOS  TO WS-GL-TRL-DEBITOS
                     MOVE GLR-CREDITOS TO WS-GL-TRL-CREDITOS
                 WHEN OTHER
                     PERFORM TALLY-GL-DETAIL
             END-EVALUATE.
             PERFORM READ-GL-RECORD.

       TALLY-GL-DETAIL.
             ADD 1 TO WS-GL-LINHAS.
             IF GL-DC = "C"
                 ADD GL-VALOR TO WS-GL-CREDITOS
                 COMPUTE WS-GL-REG-SOMA = GL-VALOR * -1
             ELSE
                 ADD GL-VALOR TO WS-GL-DEBITOS
                 MOVE GL-VALOR TO WS-GL-REG-SOMA
             END-IF.
             IF GL-HIST = "CONTRAPARTIDA M2NUM"
                 PERFORM TALLY-GL-CONTRA
             ELSE
                 PERFORM TALLY-GL-ENTRY
             END-IF.

       TALLY-GL-ENTRY.
             ADD 1 TO WS-GL-LIDOS.
             ADD WS-GL-REG-SOMA TO WS-GL-SOMADO.
             IF WS-GL-QTD < WS-MAX-REGS
                 ADD 1 TO WS-GL-QTD
                 MOVE GL-REGISTRO     TO WS-GL-REG (WS-GL-QTD)
                 MOVE WS-GL-REG-SOMA  TO WS-GL-SOMA (WS-GL-QTD)
                 MOVE "N"             TO WS-GL-CASADO (WS-GL-QTD)
                 MOVE "N"             TO WS-GL-PAR (WS-GL-QTD)
                 MOVE ZERO            TO WS-GL-PAR-SOMA (WS-GL-QTD)
             ELSE
                 IF WS-GL-CHEIA-AVISO NOT = "S"
                     DISPLAY "Tabela de registros do GL cheia; "
                 END-IF
             END-IF.

      *> O Media2Num grava a contrapartida logo após o lançamento do
      *> registro; ela casa com a última entrada da tabela. Com a
      *> tabela cheia a conferência par a par já está incompleta
      *> (aviso e RC=4 no lançamento), e os totais de débitos e
      *> créditos continuam valendo.
       TALLY-GL-CONTRA.
             IF WS-GL-QTD > 0
                     AND WS-GL-REG (WS-GL-QTD) = GL-REGISTRO
                     AND WS-GL-PAR (WS-GL-QTD) = "N"
                 MOVE "S" TO WS-GL-PAR (WS-GL-QTD)
                 MOVE WS-GL-REG-SOMA TO WS-GL-PAR-SOMA (WS-GL-QTD)
             ELSE
                 IF WS-GL-CHEIA-AVISO NOT = "S"
                     MOVE GL-REGISTRO TO REL-DIF-REG
                     MOVE "CONTRAPARTIDA SEM LANCAMENTO NO GL"
                         TO REL-DIF-TEXTO
                     MOVE REL-DIF-LIN TO REL-RECORD
                     WRITE REL-RECORD
                     ADD 1 TO WS-DIFERENCAS
                 END-IF
             END-IF.

       CHECK-GL-PAIR.
             IF WS-GL-PAR (WS-GL-IDX) NOT = "S"
                 MOVE WS-GL-REG (WS-GL-IDX) TO REL-DIF-REG
                 MOVE "LANCAMENTO SEM CONTRAPARTIDA NO GL"
                     TO REL-DIF-TEXTO
                 MOVE REL-DIF-LIN TO REL-RECORD
                 WRITE REL-RECORD
                 ADD 1 TO WS-DIFERENCAS
             ELSE
                 COMPUTE WS-GL-PAR-TOTAL = WS-GL-SOMA (WS-GL-IDX)
                     + WS-GL-PAR-SOMA (WS-GL-IDX)
                 IF WS-GL-PAR-TOTAL NOT = ZERO
                     MOVE WS-GL-REG (WS-GL-IDX) TO REL-DIF-REG
                     MOVE "CONTRAPARTIDA NAO ANULA O LANCAMENTO"
                         TO REL-DIF-TEXTO
                     MOVE REL-DIF-LIN TO REL-RECORD
                     WRITE REL-RECORD
                     ADD 1 TO WS-DIFERENCAS
                 END-IF
             END-IF.

       LOAD-OUT-TOTAL.
             OPEN INPUT MEDIAOUT-FILE.
             IF WS-FS-OUT NOT = "00"
             MOVE REL-FONTE-LIN TO REL-RECORD.
             WRITE REL-RECORD.

             MOVE SPACES TO REL-RECORD.
             WRITE REL-RECORD.
             MOVE REL-PARTIDA-CAB TO REL-RECORD.
             WRITE REL-RECORD.

             MOVE "MEDIAGL *TRL    " TO REL-PART-NOME.
             MOVE WS-GL-TRL-LINHAS   TO REL-PART-LINHAS.
             MOVE WS-GL-TRL-DEBITOS  TO REL-PART-DEB.
             MOVE WS-GL-TRL-CREDITOS TO REL-PART-CRED.
             MOVE REL-PARTIDA-LIN TO REL-RECORD.
             WRITE REL-RECORD.

             MOVE "MEDIAGL LIDO    " TO REL-PART-NOME.
             MOVE WS-GL-LINHAS       TO REL-PART-LINHAS.
             MOVE WS-GL-DEBITOS      TO REL-PART-DEB.
             MOVE WS-GL-CREDITOS     TO REL-PART-CRED.
             MOVE REL-PARTIDA-LIN TO REL-RECORD.
             WRITE REL-RECORD.

       CHECK-SOURCE-TOTALS.
             IF WS-GL-TRL-REGS NOT = WS-GL-LIDOS
                     OR WS-GL-TRL-VALOR NOT = WS-GL-SOMADO
                     OR WS-GT-SOMA NOT = WS-VSM-SOMA-TOT
                 ADD 1 TO WS-DIFERENCAS
             END-IF.
             IF WS-GL-TRL-LINHAS NOT = WS-GL-LINHAS
                     OR WS-GL-TRL-DEBITOS NOT = WS-GL-DEBITOS
                     OR WS-GL-TRL-CREDITOS NOT = WS-GL-CREDITOS
                 ADD 1 TO WS-DIFERENCAS
             END-IF.
             IF WS-GL-TRL-DEBITOS NOT = WS-GL-TRL-CREDITOS
                     OR WS-GL-DEBITOS NOT = WS-GL-CREDITOS
                 ADD 1 TO WS-DIFERENCAS
                 DISPLAY "MEDIAGL não balanceia: débitos diferentes "
                     "dos créditos."
             END-IF.

       WRITE-RECON-RESULT.
             MOVE SPACES TO REL-RECORD.

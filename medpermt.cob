       IDENTIFICATION DIVISION.
       PROGRAM-ID. MedPerMt.
       AUTHOR. Renato.
       DATE-WRITTEN. 2026-10-15.

       *> Manutenção do controle de competências contábeis do
       *> Media2Num (MEDIAPER, VSAM KSDS, chave competência AAAAMM).
       *> Cada competência está aberta ("A") ou fechada ("F"); o
       *> Media2Num só contabiliza em competência aberta e recusa
       *> (ou, pela regra do cartão MEDIAPRM, leva para a próxima
       *> competência aberta) a rodada em lote ou reciclagem cuja
       *> data de processamento cai num mês fechado. Função "M"
       *> aplica os cartões de MEDPERIN: abertura ("A", inclusão da
       *> competência já aberta), fechamento ("F") e reabertura
       *> ("R", só com autorização da contabilidade). O fechamento é
       *> um step do job mensal MEDCONSL, depois da consolidação, e
       *> abre a competência seguinte quando ela ainda não existe,
       *> para a noite do dia 1 não ser recusada. Cada manutenção
       *> gera uma linha no log de alterações MEDIAPEL com data,
       *> hora, iniciais de quem alterou, ação e competência, como o
       *> MEDIACOL do plano de contas. Função "L" grava em PERREL a
       *> listagem das competências com situação e data da última
       *> alteração.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEDIAPER-FILE ASSIGN TO "MEDIAPER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PER-COMPETENCIA
               FILE STATUS IS WS-FS-PER.

           SELECT MEDPERIN-FILE ASSIGN TO "MEDPERIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CRT.

           SELECT MEDIAPEL-FILE ASSIGN TO "MEDIAPEL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOG.

           SELECT PERREL-FILE ASSIGN TO "PERREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD  MEDIAPER-FILE.
       01  MEDIAPER-RECORD.
           05  PER-COMPETENCIA PIC 9(06).
           05  PER-SITUACAO    PIC X(01).
           05  PER-DT-SITUACAO PIC 9(08).
           05  PER-HORA-SITUACAO   PIC 9(06).
           05  PER-INICIAIS    PIC X(03).

       FD  MEDPERIN-FILE.
       01  CRT-RECORD.
           05  CRT-ACAO        PIC X(01).
           05  FILLER          PIC X(01).
           05  CRT-COMPETENCIA PIC X(06).
           05  CRT-COMP-NUM REDEFINES CRT-COMPETENCIA.
               10  CRT-COMP-ANO    PIC 9(04).
               10  CRT-COMP-MES    PIC 9(02).
           05  FILLER          PIC X(01).
           05  CRT-INICIAIS    PIC X(03).

       FD  MEDIAPEL-FILE.
       01  PEL-RECORD.
           05  PEL-DATA        PIC 9(08).
           05  FILLER          PIC X(01).
           05  PEL-HORA        PIC 9(06).
           05  FILLER          PIC X(01).
           05  PEL-INICIAIS    PIC X(03).
           05  FILLER          PIC X(01).
           05  PEL-ACAO        PIC X(01).
           05  FILLER          PIC X(01).
           05  PEL-COMPETENCIA PIC 9(06).
           05  FILLER          PIC X(01).
           05  PEL-SITUACAO    PIC X(01).

       FD  PERREL-FILE.
       01  REL-RECORD          PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-FS-PER           PIC X(02).
       77  WS-FS-CRT           PIC X(02).
       77  WS-FS-LOG           PIC X(02).
       77  WS-FS-REL           PIC X(02).
       77  WS-EOF-FLAG         PIC X(01)    VALUE "N".

       77  WS-FUNCAO           PIC X(01).
       77  WS-DATA-HOJE        PIC 9(08).
       77  WS-HORA-AGORA       PIC 9(06).
       77  WS-ACAO-LOG         PIC X(01).

       01  WS-COMP-SEGUINTE.
           05  WS-SEG-ANO      PIC 9(04).
           05  WS-SEG-MES      PIC 9(02).
       01  WS-COMP-SEGUINTE-NUM REDEFINES WS-COMP-SEGUINTE PIC 9(06).

       77  WS-APLICADOS        PIC 9(06)    VALUE ZERO.
       77  WS-CARTOES-ERRO     PIC 9(06)    VALUE ZERO.
       77  WS-LISTADAS         PIC 9(06)    VALUE ZERO.

       01  REL-TITULO.
           05  FILLER          PIC X(38)    VALUE
               "COMPETENCIAS CONTABEIS - MEDIA2NUM    ".
           05  FILLER          PIC X(10)    VALUE "EMITIDO EM".
           05  FILLER          PIC X(01)    VALUE SPACE.
           05  REL-TIT-DATA    PIC 9(08).
           05  FILLER          PIC X(23)    VALUE SPACES.
       01  REL-PER-CAB.
           05  FILLER          PIC X(48)    VALUE
               "COMPETENCIA SIT ALTERADA EM      INICIAIS".
           05  FILLER          PIC X(32)    VALUE SPACES.
       01  REL-PER-LIN.
           05  FILLER          PIC X(02)    VALUE SPACES.
           05  REL-PER-COMP    PIC 9(06).
           05  FILLER          PIC X(04)    VALUE SPACES.
           05  REL-PER-SIT     PIC X(01).
           05  FILLER          PIC X(03)    VALUE SPACES.
           05  REL-PER-DATA    PIC 9(08).
           05  FILLER          PIC X(01)    VALUE SPACES.
           05  REL-PER-HORA    PIC 9(06).
           05  FILLER          PIC X(02)    VALUE SPACES.
           05  REL-PER-INIC    PIC X(03).
           05  FILLER          PIC X(44)    VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
             ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
             ACCEPT WS-HORA-AGORA FROM TIME.
             DISPLAY "Função (M=manutenção / L=listagem): ".
             ACCEPT WS-FUNCAO.

             EVALUATE WS-FUNCAO
                 WHEN "M"
                 WHEN "m"
                     PERFORM APPLY-MAINTENANCE
                 WHEN "L"
                 WHEN "l"
                     PERFORM LIST-PERIODS
                 WHEN OTHER
                     DISPLAY "Função inválida: " WS-FUNCAO
                         ". Informe M ou L."
                     MOVE 8 TO RETURN-CODE
             END-EVALUATE.

             STOP RUN.

       OPEN-MASTER-IO.
             OPEN I-O MEDIAPER-FILE.
             IF WS-FS-PER = "35"
                 OPEN OUTPUT MEDIAPER-FILE
                 CLOSE MEDIAPER-FILE
                 OPEN I-O MEDIAPER-FILE
             END-IF.
             IF WS-FS-PER NOT = "00"
                 DISPLAY "Erro ao abrir MEDIAPER, status "
                     WS-FS-PER "."
                 MOVE 8 TO RETURN-CODE
             END-IF.

       OPEN-CHANGE-LOG.
             OPEN EXTEND MEDIAPEL-FILE.
             IF WS-FS-LOG = "35"
                 OPEN OUTPUT MEDIAPEL-FILE
             END-IF.
             IF WS-FS-LOG NOT = "00"
                 DISPLAY "Erro ao abrir MEDIAPEL, status "
                     WS-FS-LOG "."
                 MOVE 8 TO RETURN-CODE
             END-IF.

       APPLY-MAINTENANCE.
             PERFORM OPEN-MASTER-IO.
             IF RETURN-CODE NOT = 8
                 PERFORM OPEN-CHANGE-LOG
                 IF RETURN-CODE = 8
                     CLOSE MEDIAPER-FILE
                 END-IF
             END-IF.
             IF RETURN-CODE NOT = 8
                 OPEN INPUT MEDPERIN-FILE
                 IF WS-FS-CRT NOT = "00"
                     DISPLAY "Erro ao abrir MEDPERIN, status "
                         WS-FS-CRT "."
                     MOVE 8 TO RETURN-CODE
                 ELSE
                     MOVE "N" TO WS-EOF-FLAG
                     PERFORM READ-CARD-RECORD
                     PERFORM APPLY-ONE-CARD
                         UNTIL WS-EOF-FLAG = "S"
                     CLOSE MEDPERIN-FILE
                     DISPLAY WS-APLICADOS " manutenção(ões) "
                         "aplicada(s), " WS-CARTOES-ERRO
                         " cartão(ões) com erro."
                     IF WS-CARTOES-ERRO > 0 AND RETURN-CODE = 0
                         MOVE 4 TO RETURN-CODE
                     END-IF
                 END-IF
                 CLOSE MEDIAPEL-FILE
                 CLOSE MEDIAPER-FILE
             END-IF.

       READ-CARD-RECORD.
             READ MEDPERIN-FILE
                 AT END
                     MOVE "S" TO WS-EOF-FLAG
             END-READ.

       APPLY-ONE-CARD.
             IF (CRT-ACAO NOT = "A" AND CRT-ACAO NOT = "F"
                     AND CRT-ACAO NOT = "R")
                     OR CRT-COMPETENCIA IS NOT NUMERIC
                     OR CRT-INICIAIS = SPACES
                 DISPLAY "Cartão de manutenção inválido: "
                     CRT-RECORD
                 ADD 1 TO WS-CARTOES-ERRO
             ELSE
                 IF CRT-COMP-MES < 1 OR CRT-COMP-MES > 12
                     DISPLAY "Competência inválida (use AAAAMM): "
                         CRT-RECORD
                     ADD 1 TO WS-CARTOES-ERRO
                 ELSE
                     EVALUATE CRT-ACAO
                         WHEN "A"
                             PERFORM OPEN-PERIOD
                         WHEN "F"
                             PERFORM CLOSE-PERIOD
                         WHEN "R"
                             PERFORM REOPEN-PERIOD
                     END-EVALUATE
                 END-IF
             END-IF.
             PERFORM READ-CARD-RECORD.

       OPEN-PERIOD.
             MOVE SPACES          TO MEDIAPER-RECORD.
             MOVE CRT-COMPETENCIA TO PER-COMPETENCIA.
             PERFORM WRITE-OPEN-PERIOD.
             IF WS-FS-PER = "22"
                 DISPLAY "Competência já existe em MEDIAPER: "
                     PER-COMPETENCIA "; use F ou R."
                 ADD 1 TO WS-CARTOES-ERRO
             END-IF.

       WRITE-OPEN-PERIOD.
             MOVE "A"           TO PER-SITUACAO.
             MOVE WS-DATA-HOJE  TO PER-DT-SITUACAO.
             MOVE WS-HORA-AGORA TO PER-HORA-SITUACAO.
             MOVE CRT-INICIAIS  TO PER-INICIAIS.
             WRITE MEDIAPER-RECORD
                 INVALID KEY
                     CONTINUE
             END-WRITE.
             IF WS-FS-PER = "00"
                 ADD 1 TO WS-APLICADOS
                 MOVE "A" TO WS-ACAO-LOG
                 PERFORM WRITE-CHANGE-LOG
             END-IF.

      *> Fechar exige a competência aberta; fechada de novo é erro de
      *> cartão (rerun do job mensal), sem regravar data e iniciais
      *> do fechamento original.
       CLOSE-PERIOD.
             MOVE CRT-COMPETENCIA TO PER-COMPETENCIA.
             READ MEDIAPER-FILE
                 INVALID KEY
                     DISPLAY "Competência não encontrada em "
                         "MEDIAPER: " PER-COMPETENCIA "."
                     ADD 1 TO WS-CARTOES-ERRO
             END-READ.
             IF WS-FS-PER = "00"
                 IF PER-SITUACAO = "F"
                     DISPLAY "Competência " PER-COMPETENCIA
                         " já está fechada desde " PER-DT-SITUACAO
                         "."
                     ADD 1 TO WS-CARTOES-ERRO
                 ELSE
                     MOVE "F" TO PER-SITUACAO
                     PERFORM REWRITE-PERIOD
                     IF WS-FS-PER = "00"
                         PERFORM OPEN-NEXT-PERIOD
                     END-IF
                 END-IF
             END-IF.

      *> A competência seguinte é aberta junto com o fechamento, se
      *> ainda não existir; já cadastrada (aberta ou fechada) fica
      *> como está.
       OPEN-NEXT-PERIOD.
             MOVE CRT-COMPETENCIA TO WS-COMP-SEGUINTE.
             IF WS-SEG-MES = 12
                 MOVE 1 TO WS-SEG-MES
                 ADD 1 TO WS-SEG-ANO
             ELSE
                 ADD 1 TO WS-SEG-MES
             END-IF.
             MOVE SPACES               TO MEDIAPER-RECORD.
             MOVE WS-COMP-SEGUINTE-NUM TO PER-COMPETENCIA.
             PERFORM WRITE-OPEN-PERIOD.
             IF WS-FS-PER = "00"
                 DISPLAY "Competência " PER-COMPETENCIA
                     " aberta com o fechamento de "
                     CRT-COMPETENCIA "."
             END-IF.

       REOPEN-PERIOD.
             MOVE CRT-COMPETENCIA TO PER-COMPETENCIA.
             READ MEDIAPER-FILE
                 INVALID KEY
                     DISPLAY "Competência não encontrada em "
                         "MEDIAPER: " PER-COMPETENCIA "; use A."
                     ADD 1 TO WS-CARTOES-ERRO
             END-READ.
             IF WS-FS-PER = "00"
                 IF PER-SITUACAO NOT = "F"
                     DISPLAY "Competência " PER-COMPETENCIA
                         " não está fechada."
                     ADD 1 TO WS-CARTOES-ERRO
                 ELSE
                     MOVE "A" TO PER-SITUACAO
                     PERFORM REWRITE-PERIOD
                 END-IF
             END-IF.

       REWRITE-PERIOD.
             MOVE WS-DATA-HOJE  TO PER-DT-SITUACAO.
             MOVE WS-HORA-AGORA TO PER-HORA-SITUACAO.
             MOVE CRT-INICIAIS  TO PER-INICIAIS.
             REWRITE MEDIAPER-RECORD
                 INVALID KEY
                     DISPLAY "Falha ao regravar MEDIAPER, "
                         "status " WS-FS-PER "; competência "
                         PER-COMPETENCIA "."
                     MOVE 8 TO RETURN-CODE
             END-REWRITE.
             IF WS-FS-PER = "00"
                 ADD 1 TO WS-APLICADOS
                 MOVE CRT-ACAO TO WS-ACAO-LOG
                 PERFORM WRITE-CHANGE-LOG
             END-IF.

       WRITE-CHANGE-LOG.
             MOVE SPACES          TO PEL-RECORD.
             MOVE WS-DATA-HOJE    TO PEL-DATA.
             MOVE WS-HORA-AGORA   TO PEL-HORA.
             MOVE CRT-INICIAIS    TO PEL-INICIAIS.
             MOVE WS-ACAO-LOG     TO PEL-ACAO.
             MOVE PER-COMPETENCIA TO PEL-COMPETENCIA.
             MOVE PER-SITUACAO    TO PEL-SITUACAO.
             WRITE PEL-RECORD.

       LIST-PERIODS.
             OPEN INPUT MEDIAPER-FILE.
             IF WS-FS-PER NOT = "00"
                 DISPLAY "Erro ao abrir MEDIAPER, status "
                     WS-FS-PER "."
                 MOVE 8 TO RETURN-CODE
             ELSE
                 OPEN OUTPUT PERREL-FILE
                 MOVE WS-DATA-HOJE TO REL-TIT-DATA
                 MOVE REL-TITULO TO REL-RECORD
                 WRITE REL-RECORD
                 MOVE SPACES TO REL-RECORD
                 WRITE REL-RECORD
                 MOVE REL-PER-CAB TO REL-RECORD
                 WRITE REL-RECORD
                 MOVE "N" TO WS-EOF-FLAG
                 PERFORM LIST-ONE-PERIOD
                     UNTIL WS-EOF-FLAG = "S"
                 CLOSE PERREL-FILE
                 CLOSE MEDIAPER-FILE
                 DISPLAY "Listagem gravada em PERREL: " WS-LISTADAS
                     " competência(s)."
             END-IF.

       LIST-ONE-PERIOD.
             READ MEDIAPER-FILE NEXT RECORD
                 AT END
                     MOVE "S" TO WS-EOF-FLAG
             END-READ.
             IF WS-EOF-FLAG NOT = "S"
                 MOVE PER-COMPETENCIA   TO REL-PER-COMP
                 MOVE PER-SITUACAO      TO REL-PER-SIT
                 MOVE PER-DT-SITUACAO   TO REL-PER-DATA
                 MOVE PER-HORA-SITUACAO TO REL-PER-HORA
                 MOVE PER-INICIAIS      TO REL-PER-INIC
                 MOVE REL-PER-LIN TO REL-RECORD
                 WRITE REL-RECORD
                 ADD 1 TO WS-LISTADAS
             END-IF.

         END PROGRAM MedPerMt.

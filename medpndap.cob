       IDENTIFICATION DIVISION.
       PROGRAM-ID. MedPndAp.
       AUTHOR. Renato.
       DATE-WRITTEN. 2026-10-15.

       *> Aprovação dos ajustes interativos do Media2Num pendentes no
       *> MEDIAPND (VSAM KSDS, chave número do ajuste). O ajuste
       *> digitado no modo "I" fica pendente ("P") com o operador que
       *> o digitou e só entra na rodada em lote depois de aprovado
       *> aqui por outro usuário. Função "A" lê a identificação do
       *> aprovador e aplica os cartões de MEDPNDIN: aprovação ("A")
       *> ou recusa ("R", com motivo obrigatório) de cada ajuste
       *> ainda pendente; cartão de ajuste digitado pelo próprio
       *> aprovador é recusado - quem digita não aprova. Cada decisão
       *> vai para a trilha de auditoria MEDIAAUD (modo "A", tipo "A"
       *> aprovado ou "X" recusado) com o número do ajuste, o
       *> operador e o aprovador. Cartão com erro dá RC=4. Função
       *> "L" grava em PNDREL a listagem dos ajustes em aberto
       *> (pendentes e aprovados ainda não lançados) com a soma dos
       *> valores e a justificativa, para a conferência do aprovador.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEDIAPND-FILE ASSIGN TO "MEDIAPND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PND-NUMERO
               FILE STATUS IS WS-FS-PND.

           SELECT MEDPNDIN-FILE ASSIGN TO "MEDPNDIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CRT.

           SELECT MEDIAAUD-FILE ASSIGN TO "MEDIAAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUD.

           SELECT PNDREL-FILE ASSIGN TO "PNDREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD  MEDIAPND-FILE.
       01  MEDIAPND-RECORD.
           05  PND-NUMERO      PIC 9(06).
           05  PND-SITUACAO    PIC X(01).
           05  PND-DT-INCLUSAO PIC 9(08).
           05  PND-HORA-INCLUSAO   PIC 9(06).
           05  PND-OPERADOR    PIC X(08).
           05  PND-APROVADOR   PIC X(08).
           05  PND-DT-DECISAO  PIC 9(08).
           05  PND-HORA-DECISAO    PIC 9(06).
           05  PND-DT-LANCAMENTO   PIC 9(08).
           05  PND-REGISTRO    PIC 9(06).
           05  PND-JUSTIFICATIVA   PIC X(40).
           05  PND-MOTIVO-RECUSA   PIC X(30).
           05  PND-IMAGEM.
               10  PND-IMG-TIPO    PIC X(01).
               10  PND-IMG-FILIAL  PIC X(04).
               10  PND-IMG-EMPRESA PIC X(04).
               10  PND-IMG-CONTA   PIC X(10).
               10  PND-IMG-CCUSTO  PIC X(06).
               10  PND-IMG-MOEDA   PIC X(03).
               10  PND-IMG-QTD     PIC 9(02).
               10  PND-IMG-VALORES OCCURS 20 TIMES
                               PIC S9(5)V99 SIGN LEADING SEPARATE.

       FD  MEDPNDIN-FILE.
       01  CRT-RECORD.
           05  CRT-NUMERO-TXT  PIC X(06).
           05  CRT-NUMERO REDEFINES CRT-NUMERO-TXT PIC 9(06).
           05  FILLER          PIC X(01).
           05  CRT-DECISAO     PIC X(01).
           05  FILLER          PIC X(01).
           05  CRT-MOTIVO      PIC X(30).

       FD  MEDIAAUD-FILE.
       01  AUD-RECORD.
           05  AUD-DATA        PIC 9(08).
           05  FILLER          PIC X(01).
           05  AUD-HORA        PIC 9(06).
           05  FILLER          PIC X(01).
           05  AUD-MODO        PIC X(01).
           05  FILLER          PIC X(01).
           05  AUD-REG         PIC 9(06).
           05  FILLER          PIC X(01).
           05  AUD-TIPO        PIC X(01).
           05  FILLER          PIC X(01).
           05  AUD-DETALHE     PIC X(30).

       FD  PNDREL-FILE.
       01  REL-RECORD          PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-FS-PND           PIC X(02).
       77  WS-FS-CRT           PIC X(02).
       77  WS-FS-AUD           PIC X(02).
       77  WS-FS-REL           PIC X(02).
       77  WS-EOF-FLAG         PIC X(01)    VALUE "N".

       77  WS-FUNCAO           PIC X(01).
       77  WS-APROVADOR        PIC X(08)    VALUE SPACES.
       77  WS-DATA-HOJE        PIC 9(08).
       77  WS-HORA-AGORA       PIC 9(06).

       77  WS-APROVADOS        PIC 9(06)    VALUE ZERO.
       77  WS-RECUSADOS        PIC 9(06)    VALUE ZERO.
       77  WS-CARTOES-ERRO     PIC 9(06)    VALUE ZERO.
       77  WS-LISTADOS         PIC 9(06)    VALUE ZERO.
       77  WS-LIST-PENDENTES   PIC 9(06)    VALUE ZERO.
       77  WS-LIST-APROVADOS   PIC 9(06)    VALUE ZERO.

       77  WS-IDX              PIC 9(02).
       77  WS-SOMA             PIC S9(7)V99.
       77  WS-SOMA-ED          PIC -(6)9.99.

       01  WS-AUD-PND-MSG.
           05  FILLER          PIC X(03)    VALUE "AJ ".
           05  WS-AUD-PND-NUMERO   PIC 9(06).
           05  FILLER          PIC X(01)    VALUE SPACES.
           05  WS-AUD-PND-OPERADOR PIC X(08).
           05  FILLER          PIC X(01)    VALUE "/".
           05  WS-AUD-PND-APROVADOR PIC X(08).
           05  FILLER          PIC X(03)    VALUE SPACES.

       01  REL-TITULO.
           05  FILLER          PIC X(38)    VALUE
               "AJUSTES EM ABERTO - MEDIA2NUM         ".
           05  FILLER          PIC X(10)    VALUE "EMITIDO EM".
           05  FILLER          PIC X(01)    VALUE SPACE.
           05  REL-TIT-DATA    PIC 9(08).
           05  FILLER          PIC X(23)    VALUE SPACES.
       01  REL-PND-CAB1.
           05  FILLER          PIC X(40)    VALUE
               "NUMERO S INCLUSAO OPERADOR APROVADR FIL ".
           05  FILLER          PIC X(40)    VALUE
               " EMPR CONTA      CCUSTO                 ".
       01  REL-PND-CAB2.
           05  FILLER          PIC X(40)    VALUE
               "         QTD       SOMA  JUSTIFICATIVA  ".
           05  FILLER          PIC X(40)    VALUE SPACES.
       01  REL-PND-LIN1.
           05  REL-PND-NUMERO  PIC 9(06).
           05  FILLER          PIC X(01)    VALUE SPACES.
           05  REL-PND-SITUACAO    PIC X(01).
           05  FILLER          PIC X(01)    VALUE SPACES.
           05  REL-PND-DATA    PIC 9(08).
           05  FILLER          PIC X(01)    VALUE SPACES.
           05  REL-PND-OPERADOR    PIC X(08).
           05  FILLER          PIC X(01)    VALUE SPACES.
           05  REL-PND-APROVADOR   PIC X(08).
           05  FILLER          PIC X(01)    VALUE SPACES.
           05  REL-PND-FILIAL  PIC X(04).
           05  FILLER          PIC X(01)    VALUE SPACES.
           05  REL-PND-EMPRESA PIC X(04).
           05  FILLER          PIC X(01)    VALUE SPACES.
           05  REL-PND-CONTA   PIC X(10).
           05  FILLER          PIC X(01)    VALUE SPACES.
           05  REL-PND-CCUSTO  PIC X(06).
           05  FILLER          PIC X(17)    VALUE SPACES.
       01  REL-PND-LIN2.
           05  FILLER          PIC X(10)    VALUE SPACES.
           05  REL-PND-QTD     PIC Z9.
           05  FILLER          PIC X(01)    VALUE SPACES.
           05  REL-PND-SOMA    PIC -(6)9.99.
           05  FILLER          PIC X(02)    VALUE SPACES.
           05  REL-PND-JUSTIF  PIC X(40).
           05  FILLER          PIC X(15)    VALUE SPACES.
       01  REL-PND-TOTAL.
           05  FILLER          PIC X(11)    VALUE "PENDENTES: ".
           05  REL-TOT-PEND    PIC ZZZZZ9.
           05  FILLER          PIC X(31)    VALUE
               "   APROVADOS AINDA NAO LANCADOS".
           05  FILLER          PIC X(02)    VALUE ": ".
           05  REL-TOT-APROV   PIC ZZZZZ9.
           05  FILLER          PIC X(24)    VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
             ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
             ACCEPT WS-HORA-AGORA FROM TIME.
             DISPLAY "Função (A=aprovação / L=listagem): ".
             ACCEPT WS-FUNCAO.

             EVALUATE WS-FUNCAO
                 WHEN "A"
                 WHEN "a"
                     PERFORM APPLY-DECISIONS
                 WHEN "L"
                 WHEN "l"
                     PERFORM LIST-OPEN-ADJUSTMENTS
                 WHEN OTHER
                     DISPLAY "Função inválida: " WS-FUNCAO
                         ". Informe A ou L."
                     MOVE 8 TO RETURN-CODE
             END-EVALUATE.

             STOP RUN.

       OPEN-MASTER-IO.
             OPEN I-O MEDIAPND-FILE.
             IF WS-FS-PND NOT = "00"
                 DISPLAY "Erro ao abrir MEDIAPND, status "
                     WS-FS-PND "."
                 MOVE 8 TO RETURN-CODE
             END-IF.

       OPEN-AUDIT-TRAIL.
             OPEN EXTEND MEDIAAUD-FILE.
             IF WS-FS-AUD = "35"
                 OPEN OUTPUT MEDIAAUD-FILE
             END-IF.
             IF WS-FS-AUD NOT = "00"
                 DISPLAY "Erro ao abrir MEDIAAUD, status "
                     WS-FS-AUD "."
                 MOVE 8 TO RETURN-CODE
             END-IF.

       APPLY-DECISIONS.
             DISPLAY "Identificação do aprovador (usuário): ".
             ACCEPT WS-APROVADOR.
             IF WS-APROVADOR = SPACES
                 DISPLAY "Aprovador é obrigatório."
                 MOVE 8 TO RETURN-CODE
             END-IF.
             IF RETURN-CODE NOT = 8
                 PERFORM OPEN-MASTER-IO
             END-IF.
             IF RETURN-CODE NOT = 8
                 PERFORM OPEN-AUDIT-TRAIL
                 IF RETURN-CODE = 8
                     CLOSE MEDIAPND-FILE
                 END-IF
             END-IF.
             IF RETURN-CODE NOT = 8
                 OPEN INPUT MEDPNDIN-FILE
                 IF WS-FS-CRT NOT = "00"
                     DISPLAY "Erro ao abrir MEDPNDIN, status "
                         WS-FS-CRT "."
                     MOVE 8 TO RETURN-CODE
                 ELSE
                     MOVE "N" TO WS-EOF-FLAG
                     PERFORM READ-CARD-RECORD
                     PERFORM APPLY-ONE-CARD
                         UNTIL WS-EOF-FLAG = "S"
                     CLOSE MEDPNDIN-FILE
                     DISPLAY WS-APROVADOS " ajuste(s) aprovado(s), "
                         WS-RECUSADOS " recusado(s), "
                         WS-CARTOES-ERRO " cartão(ões) com erro, "
                         "por " WS-APROVADOR "."
                     IF WS-CARTOES-ERRO > 0 AND RETURN-CODE = 0
                         MOVE 4 TO RETURN-CODE
                     END-IF
                 END-IF
                 CLOSE MEDIAAUD-FILE
                 CLOSE MEDIAPND-FILE
             END-IF.

       READ-CARD-RECORD.
             READ MEDPNDIN-FILE
                 AT END
                     MOVE "S" TO WS-EOF-FLAG
             END-READ.

      *> O motivo só é exigido na recusa. O registro de chave zero é
      *> o controle da numeração e não é ajuste.
       APPLY-ONE-CARD.
             IF CRT-NUMERO-TXT IS NOT NUMERIC
                     OR CRT-NUMERO = ZERO
                     OR (CRT-DECISAO NOT = "A"
                         AND CRT-DECISAO NOT = "R")
                     OR (CRT-DECISAO = "R"
                         AND CRT-MOTIVO = SPACES)
                 DISPLAY "Cartão de aprovação inválido: "
                     CRT-RECORD
                 ADD 1 TO WS-CARTOES-ERRO
             ELSE
                 MOVE CRT-NUMERO TO PND-NUMERO
                 READ MEDIAPND-FILE
                     INVALID KEY
                         DISPLAY "Ajuste não encontrado em MEDIAPND: "
                             CRT-NUMERO "."
                         ADD 1 TO WS-CARTOES-ERRO
                 END-READ
                 IF WS-FS-PND = "00"
                     PERFORM DECIDE-ADJUSTMENT
                 END-IF
             END-IF.
             PERFORM READ-CARD-RECORD.

       DECIDE-ADJUSTMENT.
             IF PND-SITUACAO NOT = "P"
                 DISPLAY "Ajuste " PND-NUMERO " não está pendente "
                     "(situação " PND-SITUACAO "); cartão ignorado."
                 ADD 1 TO WS-CARTOES-ERRO
             ELSE
                 IF PND-OPERADOR = WS-APROVADOR
                     DISPLAY "Ajuste " PND-NUMERO " digitado pelo "
                         "próprio aprovador " WS-APROVADOR
                         "; precisa de outro usuário."
                     ADD 1 TO WS-CARTOES-ERRO
                 ELSE
                     PERFORM RECORD-DECISION
                 END-IF
             END-IF.

       RECORD-DECISION.
             MOVE CRT-DECISAO   TO PND-SITUACAO.
             MOVE WS-APROVADOR  TO PND-APROVADOR.
             MOVE WS-DATA-HOJE  TO PND-DT-DECISAO.
             MOVE WS-HORA-AGORA TO PND-HORA-DECISAO.
             IF CRT-DECISAO = "R"
                 MOVE CRT-MOTIVO TO PND-MOTIVO-RECUSA
             ELSE
                 MOVE SPACES     TO PND-MOTIVO-RECUSA
             END-IF.
             REWRITE MEDIAPND-RECORD
                 INVALID KEY
                     DISPLAY "Falha ao regravar MEDIAPND, status "
                         WS-FS-PND "; ajuste " PND-NUMERO "."
                     MOVE 8 TO RETURN-CODE
             END-REWRITE.
             IF WS-FS-PND = "00"
                 PERFORM COMPUTE-ADJUSTMENT-SUM
                 MOVE WS-SOMA TO WS-SOMA-ED
                 IF CRT-DECISAO = "A"
                     ADD 1 TO WS-APROVADOS
                     DISPLAY "Ajuste " PND-NUMERO " de " PND-OPERADOR
                         " aprovado: " PND-IMG-EMPRESA " "
                         PND-IMG-CONTA " " PND-IMG-CCUSTO ", soma "
                         WS-SOMA-ED "."
                 ELSE
                     ADD 1 TO WS-RECUSADOS
                     DISPLAY "Ajuste " PND-NUMERO " de " PND-OPERADOR
                         " recusado: " CRT-MOTIVO
                 END-IF
                 PERFORM WRITE-AUDIT-DECISION
             END-IF.

       WRITE-AUDIT-DECISION.
             MOVE SPACES        TO AUD-RECORD.
             MOVE WS-DATA-HOJE  TO AUD-DATA.
             MOVE WS-HORA-AGORA TO AUD-HORA.
             MOVE "A"           TO AUD-MODO.
             MOVE ZERO          TO AUD-REG.
             IF CRT-DECISAO = "A"
                 MOVE "A"       TO AUD-TIPO
             ELSE
                 MOVE "X"       TO AUD-TIPO
             END-IF.
             MOVE PND-NUMERO    TO WS-AUD-PND-NUMERO.
             MOVE PND-OPERADOR  TO WS-AUD-PND-OPERADOR.
             MOVE PND-APROVADOR TO WS-AUD-PND-APROVADOR.
             MOVE WS-AUD-PND-MSG TO AUD-DETALHE.
             WRITE AUD-RECORD.

       COMPUTE-ADJUSTMENT-SUM.
             MOVE ZERO TO WS-SOMA.
             IF PND-IMG-QTD IS NUMERIC
                 PERFORM ADD-ADJUSTMENT-VALOR
                     VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > PND-IMG-QTD
                        OR WS-IDX > 20
             END-IF.

       ADD-ADJUSTMENT-VALOR.
             ADD PND-IMG-VALORES (WS-IDX) TO WS-SOMA.

       LIST-OPEN-ADJUSTMENTS.
             OPEN INPUT MEDIAPND-FILE.
             IF WS-FS-PND NOT = "00"
                 DISPLAY "Erro ao abrir MEDIAPND, status "
                     WS-FS-PND "."
                 MOVE 8 TO RETURN-CODE
             ELSE
                 OPEN OUTPUT PNDREL-FILE
                 MOVE WS-DATA-HOJE TO REL-TIT-DATA
                 MOVE REL-TITULO TO REL-RECORD
                 WRITE REL-RECORD
                 MOVE SPACES TO REL-RECORD
                 WRITE REL-RECORD
                 MOVE REL-PND-CAB1 TO REL-RECORD
                 WRITE REL-RECORD
                 MOVE REL-PND-CAB2 TO REL-RECORD
                 WRITE REL-RECORD
                 MOVE "N" TO WS-EOF-FLAG
                 MOVE 1 TO PND-NUMERO
                 START MEDIAPND-FILE KEY NOT LESS THAN PND-NUMERO
                     INVALID KEY
                         MOVE "S" TO WS-EOF-FLAG
                 END-START
                 PERFORM LIST-ONE-ADJUSTMENT
                     UNTIL WS-EOF-FLAG = "S"
                 MOVE SPACES TO REL-RECORD
                 WRITE REL-RECORD
                 MOVE WS-LIST-PENDENTES TO REL-TOT-PEND
                 MOVE WS-LIST-APROVADOS TO REL-TOT-APROV
                 MOVE REL-PND-TOTAL TO REL-RECORD
                 WRITE REL-RECORD
                 CLOSE PNDREL-FILE
                 CLOSE MEDIAPND-FILE
                 DISPLAY "Listagem gravada em PNDREL: " WS-LISTADOS
                     " ajuste(s) em aberto."
             END-IF.

       LIST-ONE-ADJUSTMENT.
             READ MEDIAPND-FILE NEXT RECORD
                 AT END
                     MOVE "S" TO WS-EOF-FLAG
             END-READ.
             IF WS-EOF-FLAG NOT = "S"
                     AND (PND-SITUACAO = "P" OR PND-SITUACAO = "A")
                 MOVE PND-NUMERO        TO REL-PND-NUMERO
                 MOVE PND-SITUACAO      TO REL-PND-SITUACAO
                 MOVE PND-DT-INCLUSAO   TO REL-PND-DATA
                 MOVE PND-OPERADOR      TO REL-PND-OPERADOR
                 MOVE PND-APROVADOR     TO REL-PND-APROVADOR
                 MOVE PND-IMG-FILIAL    TO REL-PND-FILIAL
                 MOVE PND-IMG-EMPRESA   TO REL-PND-EMPRESA
                 MOVE PND-IMG-CONTA     TO REL-PND-CONTA
                 MOVE PND-IMG-CCUSTO    TO REL-PND-CCUSTO
                 MOVE REL-PND-LIN1 TO REL-RECORD
                 WRITE REL-RECORD
                 PERFORM COMPUTE-ADJUSTMENT-SUM
                 MOVE PND-IMG-QTD       TO REL-PND-QTD
                 MOVE WS-SOMA           TO REL-PND-SOMA
                 MOVE PND-JUSTIFICATIVA TO REL-PND-JUSTIF
                 MOVE REL-PND-LIN2 TO REL-RECORD
                 WRITE REL-RECORD
                 ADD 1 TO WS-LISTADOS
                 IF PND-SITUACAO = "P"
                     ADD 1 TO WS-LIST-PENDENTES
                 ELSE
                     ADD 1 TO WS-LIST-APROVADOS
                 END-IF
             END-IF.

         END PROGRAM MedPndAp.

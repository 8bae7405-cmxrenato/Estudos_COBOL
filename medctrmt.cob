       IDENTIFICATION DIVISION.
       PROGRAM-ID. MedCtrMt.
       AUTHOR. Renato.
       DATE-WRITTEN. 2026-10-15.

       *> Manutenção da tabela de contrapartidas do MEDIAGL (MEDIACTR,
       *> VSAM KSDS, chave empresa + conta). Para cada conta que o
       *> Media2Num contabiliza, a tabela diz em que conta e centro de
       *> custo da mesma empresa vai o lado oposto do lançamento, para
       *> o feed sair balanceado (débito = crédito) sem a equipe de
       *> posting digitar a contrapartida à mão. Função "M" aplica os
       *> cartões de MEDCTRIN: inclusão ("A"), troca da contrapartida
       *> ("T"), desativação ("D") e reativação ("R"); na inclusão e
       *> na troca a contrapartida precisa existir ativa no plano de
       *> contas (MEDIACOA) e ser diferente da própria conta. Cada
       *> manutenção gera uma linha no log de alterações MEDIACTL com
       *> data, hora, iniciais de quem alterou, ação e chave, como o
       *> MEDIACOL do plano de contas. Função "L" grava em CTRREL a
       *> listagem da tabela com situação e contrapartida.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEDIACTR-FILE ASSIGN TO "MEDIACTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTR-CHAVE
               FILE STATUS IS WS-FS-CTR.

           SELECT MEDIACOA-FILE ASSIGN TO "MEDIACOA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS COA-CHAVE
               FILE STATUS IS WS-FS-COA.

           SELECT MEDCTRIN-FILE ASSIGN TO "MEDCTRIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CRT.

           SELECT MEDIACTL-FILE ASSIGN TO "MEDIACTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOG.

           SELECT CTRREL-FILE ASSIGN TO "CTRREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD  MEDIACTR-FILE.
       01  MEDIACTR-RECORD.
           05  CTR-CHAVE.
               10  CTR-EMPRESA     PIC X(04).
               10  CTR-CONTA       PIC X(10).
           05  CTR-CONTRA-CONTA    PIC X(10).
           05  CTR-CONTRA-CCUSTO   PIC X(06).
           05  CTR-ATIVO       PIC X(01).
           05  CTR-DESCRICAO   PIC X(20).

       FD  MEDIACOA-FILE.
       01  MEDIACOA-RECORD.
           05  COA-CHAVE.
               10  COA-EMPRESA     PIC X(04).
               10  COA-CONTA       PIC X(10).
               10  COA-CCUSTO      PIC X(06).
           05  COA-ATIVO       PIC X(01).
           05  COA-DT-VIGOR    PIC 9(08).
           05  COA-DESCRICAO   PIC X(20).

       FD  MEDCTRIN-FILE.
       01  CRT-RECORD.
           05  CRT-ACAO        PIC X(01).
           05  FILLER          PIC X(01).
           05  CRT-EMPRESA     PIC X(04).
           05  FILLER          PIC X(01).
           05  CRT-CONTA       PIC X(10).
           05  FILLER          PIC X(01).
           05  CRT-CONTRA-CONTA    PIC X(10).
           05  FILLER          PIC X(01).
           05  CRT-CONTRA-CCUSTO   PIC X(06).
           05  FILLER          PIC X(01).
           05  CRT-INICIAIS    PIC X(03).
           05  FILLER          PIC X(01).
           05  CRT-DESCRICAO   PIC X(20).

       FD  MEDIACTL-FILE.
       01  CTL-RECORD.
           05  CTL-DATA        PIC 9(08).
           05  FILLER          PIC X(01).
           05  CTL-HORA        PIC 9(06).
           05  FILLER          PIC X(01).
           05  CTL-INICIAIS    PIC X(03).
           05  FILLER          PIC X(01).
           05  CTL-ACAO        PIC X(01).
           05  FILLER          PIC X(01).
           05  CTL-EMPRESA     PIC X(04).
           05  FILLER          PIC X(01).
           05  CTL-CONTA       PIC X(10).
           05  FILLER          PIC X(01).
           05  CTL-CONTRA-CONTA    PIC X(10).
           05  FILLER          PIC X(01).
           05  CTL-CONTRA-CCUSTO   PIC X(06).
           05  FILLER          PIC X(01).
           05  CTL-DESCRICAO   PIC X(20).

       FD  CTRREL-FILE.
       01  REL-RECORD          PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-FS-CTR           PIC X(02).
       77  WS-FS-COA           PIC X(02).
       77  WS-FS-CRT           PIC X(02).
       77  WS-FS-LOG           PIC X(02).
       77  WS-FS-REL           PIC X(02).
       77  WS-EOF-FLAG         PIC X(01)    VALUE "N".

       77  WS-FUNCAO           PIC X(01).
       77  WS-DATA-HOJE        PIC 9(08).
       77  WS-HORA-AGORA       PIC 9(06).
       77  WS-CONTRA-OK        PIC X(01).

       77  WS-APLICADOS        PIC 9(06)    VALUE ZERO.
       77  WS-CARTOES-ERRO     PIC 9(06)    VALUE ZERO.
       77  WS-LISTADAS         PIC 9(06)    VALUE ZERO.

       01  REL-TITULO.
           05  FILLER          PIC X(38)    VALUE
               "CONTRAPARTIDAS DO MEDIAGL - MEDIA2NUM ".
           05  FILLER          PIC X(10)    VALUE "EMITIDO EM".
           05  FILLER          PIC X(01)    VALUE SPACE.
           05  REL-TIT-DATA    PIC 9(08).
           05  FILLER          PIC X(23)    VALUE SPACES.
       01  REL-CTR-CAB.
           05  FILLER          PIC X(62)    VALUE
               "EMPRESA CONTA      CONTRAPART CCUSTO SIT DESCRICAO".
           05  FILLER          PIC X(18)    VALUE SPACES.
       01  REL-CTR-LIN.
           05  REL-CTR-EMPRESA PIC X(04).
           05  FILLER          PIC X(04)    VALUE SPACES.
           05  REL-CTR-CONTA   PIC X(10).
           05  FILLER          PIC X(01)    VALUE SPACES.
           05  REL-CTR-CONTRA  PIC X(10).
           05  FILLER          PIC X(01)    VALUE SPACES.
           05  REL-CTR-CCUSTO  PIC X(06).
           05  FILLER          PIC X(01)    VALUE SPACES.
           05  REL-CTR-SIT     PIC X(01).
           05  FILLER          PIC X(03)    VALUE SPACES.
           05  REL-CTR-DESC    PIC X(20).
           05  FILLER          PIC X(19)    VALUE SPACES.

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
                     PERFORM LIST-CONTRAS
                 WHEN OTHER
                     DISPLAY "Função inválida: " WS-FUNCAO
                         ". Informe M ou L."
                     MOVE 8 TO RETURN-CODE
             END-EVALUATE.

             STOP RUN.

       OPEN-MASTER-IO.
             OPEN I-O MEDIACTR-FILE.
             IF WS-FS-CTR = "35"
                 OPEN OUTPUT MEDIACTR-FILE
                 CLOSE MEDIACTR-FILE
                 OPEN I-O MEDIACTR-FILE
             END-IF.
             IF WS-FS-CTR NOT = "00"
                 DISPLAY "Erro ao abrir MEDIACTR, status "
                     WS-FS-CTR "."
                 MOVE 8 TO RETURN-CODE
             END-IF.

       OPEN-CHANGE-LOG.
             OPEN EXTEND MEDIACTL-FILE.
             IF WS-FS-LOG = "35"
                 OPEN OUTPUT MEDIACTL-FILE
             END-IF.
             IF WS-FS-LOG NOT = "00"
                 DISPLAY "Erro ao abrir MEDIACTL, status "
                     WS-FS-LOG "."
                 MOVE 8 TO RETURN-CODE
             END-IF.

       APPLY-MAINTENANCE.
             PERFORM OPEN-MASTER-IO.
             IF RETURN-CODE NOT = 8
                 OPEN INPUT MEDIACOA-FILE
                 IF WS-FS-COA NOT = "00"
                     DISPLAY "Erro ao abrir MEDIACOA, status "
                         WS-FS-COA "."
                     MOVE 8 TO RETURN-CODE
                     CLOSE MEDIACTR-FILE
                 END-IF
             END-IF.
             IF RETURN-CODE NOT = 8
                 PERFORM OPEN-CHANGE-LOG
                 IF RETURN-CODE = 8
                     CLOSE MEDIACOA-FILE
                     CLOSE MEDIACTR-FILE
                 END-IF
             END-IF.
             IF RETURN-CODE NOT = 8
                 OPEN INPUT MEDCTRIN-FILE
                 IF WS-FS-CRT NOT = "00"
                     DISPLAY "Erro ao abrir MEDCTRIN, status "
                         WS-FS-CRT "."
                     MOVE 8 TO RETURN-CODE
                 ELSE
                     MOVE "N" TO WS-EOF-FLAG
                     PERFORM READ-CARD-RECORD
                     PERFORM APPLY-ONE-CARD
                         UNTIL WS-EOF-FLAG = "S"
                     CLOSE MEDCTRIN-FILE
                     DISPLAY WS-APLICADOS " manutenção(ões) "
                         "aplicada(s), " WS-CARTOES-ERRO
                         " cartão(ões) com erro."
                     IF WS-CARTOES-ERRO > 0 AND RETURN-CODE = 0
                         MOVE 4 TO RETURN-CODE
                     END-IF
                 END-IF
                 CLOSE MEDIACTL-FILE
                 CLOSE MEDIACOA-FILE
                 CLOSE MEDIACTR-FILE
             END-IF.

       READ-CARD-RECORD.
             READ MEDCTRIN-FILE
                 AT END
                     MOVE "S" TO WS-EOF-FLAG
             END-READ.

       APPLY-ONE-CARD.
             IF (CRT-ACAO NOT = "A" AND CRT-ACAO NOT = "T"
                     AND CRT-ACAO NOT = "D" AND CRT-ACAO NOT = "R")
                     OR CRT-INICIAIS = SPACES
                     OR CRT-EMPRESA = SPACES
                     OR CRT-CONTA = SPACES
                 DISPLAY "Cartão de manutenção inválido: "
                     CRT-RECORD
                 ADD 1 TO WS-CARTOES-ERRO
             ELSE
                 EVALUATE CRT-ACAO
                     WHEN "A"
                         PERFORM VALIDATE-CONTRA-ACCOUNT
                         IF WS-CONTRA-OK = "S"
                             PERFORM ADD-CONTRA
                         END-IF
                     WHEN "T"
                         PERFORM VALIDATE-CONTRA-ACCOUNT
                         IF WS-CONTRA-OK = "S"
                             PERFORM CHANGE-CONTRA
                         END-IF
                     WHEN "D"
                         PERFORM SET-CONTRA-STATUS
                     WHEN "R"
                         PERFORM SET-CONTRA-STATUS
                 END-EVALUATE
             END-IF.
             PERFORM READ-CARD-RECORD.

      *> A contrapartida é lançada na mesma empresa da conta; precisa
      *> estar ativa no plano de contas na data de hoje (o Media2Num
      *> não revalida o lado oposto a cada registro) e não pode ser a
      *> própria conta, o que anularia o lançamento na mesma conta.
       VALIDATE-CONTRA-ACCOUNT.
             MOVE "N" TO WS-CONTRA-OK.
             IF CRT-CONTRA-CONTA = SPACES
                     OR CRT-CONTRA-CONTA = CRT-CONTA
                 DISPLAY "Contrapartida ausente ou igual à própria "
                     "conta: " CRT-RECORD
                 ADD 1 TO WS-CARTOES-ERRO
             ELSE
                 MOVE CRT-EMPRESA       TO COA-EMPRESA
                 MOVE CRT-CONTRA-CONTA  TO COA-CONTA
                 MOVE CRT-CONTRA-CCUSTO TO COA-CCUSTO
                 READ MEDIACOA-FILE
                     INVALID KEY
                         DISPLAY "Contrapartida fora do plano de "
                             "contas: " COA-CHAVE "."
                         ADD 1 TO WS-CARTOES-ERRO
                 END-READ
                 IF WS-FS-COA = "00"
                     IF (COA-ATIVO = "A"
                             AND COA-DT-VIGOR <= WS-DATA-HOJE)
                         OR (COA-ATIVO NOT = "A"
                             AND COA-DT-VIGOR > WS-DATA-HOJE)
                         MOVE "S" TO WS-CONTRA-OK
                     ELSE
                         DISPLAY "Contrapartida inativa no plano de "
                             "contas: " COA-CHAVE "."
                         ADD 1 TO WS-CARTOES-ERRO
                     END-IF
                 END-IF
             END-IF.

       ADD-CONTRA.
             MOVE SPACES            TO MEDIACTR-RECORD.
             MOVE CRT-EMPRESA       TO CTR-EMPRESA.
             MOVE CRT-CONTA         TO CTR-CONTA.
             MOVE CRT-CONTRA-CONTA  TO CTR-CONTRA-CONTA.
             MOVE CRT-CONTRA-CCUSTO TO CTR-CONTRA-CCUSTO.
             MOVE "A"               TO CTR-ATIVO.
             MOVE CRT-DESCRICAO     TO CTR-DESCRICAO.
             WRITE MEDIACTR-RECORD
                 INVALID KEY
                     DISPLAY "Conta já tem contrapartida em MEDIACTR: "
                         CTR-CHAVE "; use T, D ou R."
                     ADD 1 TO WS-CARTOES-ERRO
             END-WRITE.
             IF WS-FS-CTR = "00"
                 ADD 1 TO WS-APLICADOS
                 PERFORM WRITE-CHANGE-LOG
             END-IF.

       CHANGE-CONTRA.
             MOVE CRT-EMPRESA TO CTR-EMPRESA.
             MOVE CRT-CONTA   TO CTR-CONTA.
             READ MEDIACTR-FILE
                 INVALID KEY
                     DISPLAY "Conta sem contrapartida em MEDIACTR: "
                         CTR-CHAVE "; use A."
                     ADD 1 TO WS-CARTOES-ERRO
             END-READ.
             IF WS-FS-CTR = "00"
                 MOVE CRT-CONTRA-CONTA  TO CTR-CONTRA-CONTA
                 MOVE CRT-CONTRA-CCUSTO TO CTR-CONTRA-CCUSTO
                 IF CRT-DESCRICAO NOT = SPACES
                     MOVE CRT-DESCRICAO TO CTR-DESCRICAO
                 END-IF
                 PERFORM REWRITE-CONTRA
             END-IF.

       SET-CONTRA-STATUS.
             MOVE CRT-EMPRESA TO CTR-EMPRESA.
             MOVE CRT-CONTA   TO CTR-CONTA.
             READ MEDIACTR-FILE
                 INVALID KEY
                     DISPLAY "Conta sem contrapartida em MEDIACTR: "
                         CTR-CHAVE "."
                     ADD 1 TO WS-CARTOES-ERRO
             END-READ.
             IF WS-FS-CTR = "00"
                 IF CRT-ACAO = "D"
                     MOVE "I" TO CTR-ATIVO
                 ELSE
                     MOVE "A" TO CTR-ATIVO
                 END-IF
                 IF CRT-DESCRICAO NOT = SPACES
                     MOVE CRT-DESCRICAO TO CTR-DESCRICAO
                 END-IF
                 PERFORM REWRITE-CONTRA
             END-IF.

       REWRITE-CONTRA.
             REWRITE MEDIACTR-RECORD
                 INVALID KEY
                     DISPLAY "Falha ao regravar MEDIACTR, "
                         "status " WS-FS-CTR "; chave "
                         CTR-CHAVE "."
                     MOVE 8 TO RETURN-CODE
             END-REWRITE.
             IF WS-FS-CTR = "00"
                 ADD 1 TO WS-APLICADOS
                 PERFORM WRITE-CHANGE-LOG
             END-IF.

       WRITE-CHANGE-LOG.
             MOVE SPACES            TO CTL-RECORD.
             MOVE WS-DATA-HOJE      TO CTL-DATA.
             MOVE WS-HORA-AGORA     TO CTL-HORA.
             MOVE CRT-INICIAIS      TO CTL-INICIAIS.
             MOVE CRT-ACAO          TO CTL-ACAO.
             MOVE CTR-EMPRESA       TO CTL-EMPRESA.
             MOVE CTR-CONTA         TO CTL-CONTA.
             MOVE CTR-CONTRA-CONTA  TO CTL-CONTRA-CONTA.
             MOVE CTR-CONTRA-CCUSTO TO CTL-CONTRA-CCUSTO.
             MOVE CTR-DESCRICAO     TO CTL-DESCRICAO.
             WRITE CTL-RECORD.

       LIST-CONTRAS.
             OPEN INPUT MEDIACTR-FILE.
             IF WS-FS-CTR NOT = "00"
                 DISPLAY "Erro ao abrir MEDIACTR, status "
                     WS-FS-CTR "."
                 MOVE 8 TO RETURN-CODE
             ELSE
                 OPEN OUTPUT CTRREL-FILE
                 MOVE WS-DATA-HOJE TO REL-TIT-DATA
                 MOVE REL-TITULO TO REL-RECORD
                 WRITE REL-RECORD
                 MOVE SPACES TO REL-RECORD
                 WRITE REL-RECORD
                 MOVE REL-CTR-CAB TO REL-RECORD
                 WRITE REL-RECORD
                 MOVE "N" TO WS-EOF-FLAG
                 PERFORM LIST-ONE-CONTRA
                     UNTIL WS-EOF-FLAG = "S"
                 CLOSE CTRREL-FILE
                 CLOSE MEDIACTR-FILE
                 DISPLAY "Listagem gravada em CTRREL: " WS-LISTADAS
                     " conta(s)."
             END-IF.

       LIST-ONE-CONTRA.
             READ MEDIACTR-FILE NEXT RECORD
                 AT END
                     MOVE "S" TO WS-EOF-FLAG
             END-READ.
             IF WS-EOF-FLAG NOT = "S"
                 MOVE CTR-EMPRESA       TO REL-CTR-EMPRESA
                 MOVE CTR-CONTA         TO REL-CTR-CONTA
                 MOVE CTR-CONTRA-CONTA  TO REL-CTR-CONTRA
                 MOVE CTR-CONTRA-CCUSTO TO REL-CTR-CCUSTO
                 MOVE CTR-ATIVO         TO REL-CTR-SIT
                 MOVE CTR-DESCRICAO     TO REL-CTR-DESC
                 MOVE REL-CTR-LIN TO REL-RECORD
                 WRITE REL-RECORD
                 ADD 1 TO WS-LISTADAS
             END-IF.

         END PROGRAM MedCtrMt.

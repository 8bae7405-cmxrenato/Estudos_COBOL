       IDENTIFICATION DIVISION.
       PROGRAM-ID. MedOrcMt.
       AUTHOR. Renato.
       DATE-WRITTEN. 2026-10-15.

       *> Manutenção do orçamento mensal do Media2Num (MEDIAORC, VSAM
       *> KSDS, chave empresa + conta + centro de custo + competência
       *> AAAAMM), base do relatório orçado x realizado do MedOrcVr.
       *> Função "M" aplica os cartões de MEDORCIN: inclusão ("A"),
       *> correção do valor ("C") e exclusão ("E") - a carga do
       *> orçamento anual é um maço de cartões "A", um por conta e
       *> mês. Cada manutenção gera uma linha no log de alterações
       *> MEDIAORL com data, hora, iniciais de quem alterou, ação,
       *> chave e valor resultante (na exclusão, o valor excluído),
       *> como o MEDIACOL do plano de contas. Função "L" grava em
       *> ORCREL a listagem do orçamento, opcionalmente de uma só
       *> competência (AAAAMM no segundo cartão; brancos = todas).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEDIAORC-FILE ASSIGN TO "MEDIAORC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ORC-CHAVE
               FILE STATUS IS WS-FS-ORC.

           SELECT MEDORCIN-FILE ASSIGN TO "MEDORCIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-CRT.

           SELECT MEDIAORL-FILE ASSIGN TO "MEDIAORL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LOG.

           SELECT ORCREL-FILE ASSIGN TO "ORCREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REL.

       DATA DIVISION.
       FILE SECTION.
       FD  MEDIAORC-FILE.
       01  MEDIAORC-RECORD.
           05  ORC-CHAVE.
               10  ORC-EMPRESA     PIC X(04).
               10  ORC-CONTA       PIC X(10).
               10  ORC-CCUSTO      PIC X(06).
               10  ORC-COMPETENCIA PIC 9(06).
           05  ORC-VALOR       PIC S9(11)V99 SIGN LEADING SEPARATE.
           05  ORC-DT-ALTERACAO    PIC 9(08).
           05  ORC-INICIAIS    PIC X(03).

       FD  MEDORCIN-FILE.
       01  CRT-RECORD.
           05  CRT-ACAO        PIC X(01).
           05  FILLER          PIC X(01).
           05  CRT-EMPRESA     PIC X(04).
           05  FILLER          PIC X(01).
           05  CRT-CONTA       PIC X(10).
           05  FILLER          PIC X(01).
           05  CRT-CCUSTO      PIC X(06).
           05  FILLER          PIC X(01).
           05  CRT-COMPETENCIA PIC X(06).
           05  CRT-COMP-NUM REDEFINES CRT-COMPETENCIA.
               10  CRT-COMP-ANO    PIC 9(04).
               10  CRT-COMP-MES    PIC 9(02).
           05  FILLER          PIC X(01).
           05  CRT-VALOR-TXT   PIC X(14).
           05  CRT-VALOR REDEFINES CRT-VALOR-TXT
                               PIC S9(11)V99 SIGN LEADING SEPARATE.
           05  FILLER          PIC X(01).
           05  CRT-INICIAIS    PIC X(03).

       FD  MEDIAORL-FILE.
       01  ORL-RECORD.
           05  ORL-DATA        PIC 9(08).
           05  FILLER          PIC X(01).
           05  ORL-HORA        PIC 9(06).
           05  FILLER          PIC X(01).
           05  ORL-INICIAIS    PIC X(03).
           05  FILLER          PIC X(01).
           05  ORL-ACAO        PIC X(01).
           05  FILLER          PIC X(01).
           05  ORL-EMPRESA     PIC X(04).
           05  FILLER          PIC X(01).
           05  ORL-CONTA       PIC X(10).
           05  FILLER          PIC X(01).
           05  ORL-CCUSTO      PIC X(06).
           05  FILLER          PIC X(01).
           05  ORL-COMPETENCIA PIC 9(06).
           05  FILLER          PIC X(01).
           05  ORL-VALOR       PIC S9(11)V99 SIGN LEADING SEPARATE.

       FD  ORCREL-FILE.
       01  REL-RECORD          PIC X(80).

       WORKING-STORAGE SECTION.
       77  WS-FS-ORC           PIC X(02).
       77  WS-FS-CRT           PIC X(02).
       77  WS-FS-LOG           PIC X(02).
       77  WS-FS-REL           PIC X(02).
       77  WS-EOF-FLAG         PIC X(01)    VALUE "N".

       77  WS-FUNCAO           PIC X(01).
       77  WS-DATA-HOJE        PIC 9(08).
       77  WS-HORA-AGORA       PIC 9(06).
       77  WS-COMP-TXT         PIC X(06).
       77  WS-COMP             REDEFINES WS-COMP-TXT PIC 9(06).

       77  WS-APLICADOS        PIC 9(06)    VALUE ZERO.
       77  WS-CARTOES-ERRO     PIC 9(06)    VALUE ZERO.
       77  WS-LISTADAS         PIC 9(06)    VALUE ZERO.
       77  WS-LIST-TOTAL       PIC S9(13)V99 VALUE ZERO.

       01  REL-TITULO.
           05  FILLER          PIC X(38)    VALUE
               "ORCAMENTO MENSAL - MEDIA2NUM          ".
           05  FILLER          PIC X(10)    VALUE "EMITIDO EM".
           05  FILLER          PIC X(01)    VALUE SPACE.
           05  REL-TIT-DATA    PIC 9(08).
           05  FILLER          PIC X(23)    VALUE SPACES.
       01  REL-ORC-CAB.
           05  FILLER          PIC X(40)    VALUE
               "EMPRESA CONTA      CCUSTO COMPET        ".
           05  FILLER          PIC X(40)    VALUE
               "  VALOR ALTERADO EM INICIAIS            ".
       01  REL-ORC-LIN.
           05  REL-ORC-EMPRESA PIC X(04).
           05  FILLER          PIC X(04)    VALUE SPACES.
           05  REL-ORC-CONTA   PIC X(10).
           05  FILLER          PIC X(01)    VALUE SPACES.
           05  REL-ORC-CCUSTO  PIC X(06).
           05  FILLER          PIC X(01)    VALUE SPACES.
           05  REL-ORC-COMP    PIC 9(06).
           05  FILLER          PIC X(01)    VALUE SPACES.
           05  REL-ORC-VALOR   PIC -(10)9.99.
           05  FILLER          PIC X(01)    VALUE SPACES.
           05  REL-ORC-DATA    PIC 9(08).
           05  FILLER          PIC X(04)    VALUE SPACES.
           05  REL-ORC-INIC    PIC X(03).
           05  FILLER          PIC X(17)    VALUE SPACES.
       01  REL-ORC-TOTAL.
           05  FILLER          PIC X(33)    VALUE
               "TOTAL ORCADO NA LISTAGEM".
           05  REL-TOT-VALOR   PIC -(12)9.99.
           05  FILLER          PIC X(31)    VALUE SPACES.

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
                     DISPLAY "Competência (AAAAMM, brancos = todas): "
                     MOVE SPACES TO WS-COMP-TXT
                     ACCEPT WS-COMP-TXT
                     IF WS-COMP-TXT NOT = SPACES
                             AND WS-COMP-TXT IS NOT NUMERIC
                         DISPLAY "Competência inválida: " WS-COMP-TXT
                             ". Informe AAAAMM."
                         MOVE 8 TO RETURN-CODE
                     ELSE
                         PERFORM LIST-BUDGET
                     END-IF
                 WHEN OTHER
                     DISPLAY "Função inválida: " WS-FUNCAO
                         ". Informe M ou L."
                     MOVE 8 TO RETURN-CODE
             END-EVALUATE.

             STOP RUN.

       OPEN-MASTER-IO.
             OPEN I-O MEDIAORC-FILE.
             IF WS-FS-ORC = "35"
                 OPEN OUTPUT MEDIAORC-FILE
                 CLOSE MEDIAORC-FILE
                 OPEN I-O MEDIAORC-FILE
             END-IF.
             IF WS-FS-ORC NOT = "00"
                 DISPLAY "Erro ao abrir MEDIAORC, status "
                     WS-FS-ORC "."
                 MOVE 8 TO RETURN-CODE
             END-IF.

       OPEN-CHANGE-LOG.
             OPEN EXTEND MEDIAORL-FILE.
             IF WS-FS-LOG = "35"
                 OPEN OUTPUT MEDIAORL-FILE
             END-IF.
             IF WS-FS-LOG NOT = "00"
                 DISPLAY "Erro ao abrir MEDIAORL, status "
                     WS-FS-LOG "."
                 MOVE 8 TO RETURN-CODE
             END-IF.

       APPLY-MAINTENANCE.
             PERFORM OPEN-MASTER-IO.
             IF RETURN-CODE NOT = 8
                 PERFORM OPEN-CHANGE-LOG
                 IF RETURN-CODE = 8
                     CLOSE MEDIAORC-FILE
                 END-IF
             END-IF.
             IF RETURN-CODE NOT = 8
                 OPEN INPUT MEDORCIN-FILE
                 IF WS-FS-CRT NOT = "00"
                     DISPLAY "Erro ao abrir MEDORCIN, status "
                         WS-FS-CRT "."
                     MOVE 8 TO RETURN-CODE
                 ELSE
                     MOVE "N" TO WS-EOF-FLAG
                     PERFORM READ-CARD-RECORD
                     PERFORM APPLY-ONE-CARD
                         UNTIL WS-EOF-FLAG = "S"
                     CLOSE MEDORCIN-FILE
                     DISPLAY WS-APLICADOS " manutenção(ões) "
                         "aplicada(s), " WS-CARTOES-ERRO
                         " cartão(ões) com erro."
                     IF WS-CARTOES-ERRO > 0 AND RETURN-CODE = 0
                         MOVE 4 TO RETURN-CODE
                     END-IF
                 END-IF
                 CLOSE MEDIAORL-FILE
                 CLOSE MEDIAORC-FILE
             END-IF.

       READ-CARD-RECORD.
             READ MEDORCIN-FILE
                 AT END
                     MOVE "S" TO WS-EOF-FLAG
             END-READ.

      *> O valor só é exigido na inclusão e na correção; na
      *> exclusão as colunas do valor podem vir em branco.
       APPLY-ONE-CARD.
             IF (CRT-ACAO NOT = "A" AND CRT-ACAO NOT = "C"
                     AND CRT-ACAO NOT = "E")
                     OR CRT-COMPETENCIA IS NOT NUMERIC
                     OR CRT-INICIAIS = SPACES
                     OR CRT-EMPRESA = SPACES
                     OR CRT-CONTA = SPACES
                     OR (CRT-ACAO NOT = "E"
                         AND CRT-VALOR IS NOT NUMERIC)
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
                             PERFORM ADD-BUDGET
                         WHEN "C"
                             PERFORM CHANGE-BUDGET
                         WHEN "E"
                             PERFORM DELETE-BUDGET
                     END-EVALUATE
                 END-IF
             END-IF.
             PERFORM READ-CARD-RECORD.

       MOVE-CARD-KEY.
             MOVE CRT-EMPRESA     TO ORC-EMPRESA.
             MOVE CRT-CONTA       TO ORC-CONTA.
             MOVE CRT-CCUSTO      TO ORC-CCUSTO.
             MOVE CRT-COMPETENCIA TO ORC-COMPETENCIA.

       ADD-BUDGET.
             MOVE SPACES        TO MEDIAORC-RECORD.
             PERFORM MOVE-CARD-KEY.
             MOVE CRT-VALOR     TO ORC-VALOR.
             MOVE WS-DATA-HOJE  TO ORC-DT-ALTERACAO.
             MOVE CRT-INICIAIS  TO ORC-INICIAIS.
             WRITE MEDIAORC-RECORD
                 INVALID KEY
                     DISPLAY "Orçamento já existe em MEDIAORC: "
                         ORC-CHAVE "; use C."
                     ADD 1 TO WS-CARTOES-ERRO
             END-WRITE.
             IF WS-FS-ORC = "00"
                 ADD 1 TO WS-APLICADOS
                 PERFORM WRITE-CHANGE-LOG
             END-IF.

       READ-BUDGET.
             PERFORM MOVE-CARD-KEY.
             READ MEDIAORC-FILE
                 INVALID KEY
                     DISPLAY "Orçamento não encontrado em MEDIAORC: "
                         ORC-CHAVE "."
                     ADD 1 TO WS-CARTOES-ERRO
             END-READ.

       CHANGE-BUDGET.
             PERFORM READ-BUDGET.
             IF WS-FS-ORC = "00"
                 MOVE CRT-VALOR    TO ORC-VALOR
                 MOVE WS-DATA-HOJE TO ORC-DT-ALTERACAO
                 MOVE CRT-INICIAIS TO ORC-INICIAIS
                 REWRITE MEDIAORC-RECORD
                     INVALID KEY
                         DISPLAY "Falha ao regravar MEDIAORC, "
                             "status " WS-FS-ORC "; chave "
                             ORC-CHAVE "."
                         MOVE 8 TO RETURN-CODE
                 END-REWRITE
                 IF WS-FS-ORC = "00"
                     ADD 1 TO WS-APLICADOS
                     PERFORM WRITE-CHANGE-LOG
                 END-IF
             END-IF.

       DELETE-BUDGET.
             PERFORM READ-BUDGET.
             IF WS-FS-ORC = "00"
                 DELETE MEDIAORC-FILE
                     INVALID KEY
                         DISPLAY "Falha ao excluir de MEDIAORC, "
                             "status " WS-FS-ORC "; chave "
                             ORC-CHAVE "."
                         MOVE 8 TO RETURN-CODE
                 END-DELETE
                 IF WS-FS-ORC = "00"
                     ADD 1 TO WS-APLICADOS
                     PERFORM WRITE-CHANGE-LOG
                 END-IF
             END-IF.

       WRITE-CHANGE-LOG.
             MOVE SPACES          TO ORL-RECORD.
             MOVE WS-DATA-HOJE    TO ORL-DATA.
             MOVE WS-HORA-AGORA   TO ORL-HORA.
             MOVE CRT-INICIAIS    TO ORL-INICIAIS.
             MOVE CRT-ACAO        TO ORL-ACAO.
             MOVE ORC-EMPRESA     TO ORL-EMPRESA.
             MOVE ORC-CONTA       TO ORL-CONTA.
             MOVE ORC-CCUSTO      TO ORL-CCUSTO.
             MOVE ORC-COMPETENCIA TO ORL-COMPETENCIA.
             MOVE ORC-VALOR       TO ORL-VALOR.
             WRITE ORL-RECORD.

       LIST-BUDGET.
             OPEN INPUT MEDIAORC-FILE.
             IF WS-FS-ORC NOT = "00"
                 DISPLAY "Erro ao abrir MEDIAORC, status "
                     WS-FS-ORC "."
                 MOVE 8 TO RETURN-CODE
             ELSE
                 OPEN OUTPUT ORCREL-FILE
                 MOVE WS-DATA-HOJE TO REL-TIT-DATA
                 MOVE REL-TITULO TO REL-RECORD
                 WRITE REL-RECORD
                 MOVE SPACES TO REL-RECORD
                 WRITE REL-RECORD
                 MOVE REL-ORC-CAB TO REL-RECORD
                 WRITE REL-RECORD
                 MOVE "N" TO WS-EOF-FLAG
                 PERFORM LIST-ONE-BUDGET
                     UNTIL WS-EOF-FLAG = "S"
                 MOVE SPACES TO REL-RECORD
                 WRITE REL-RECORD
                 MOVE WS-LIST-TOTAL TO REL-TOT-VALOR
                 MOVE REL-ORC-TOTAL TO REL-RECORD
                 WRITE REL-RECORD
                 CLOSE ORCREL-FILE
                 CLOSE MEDIAORC-FILE
                 DISPLAY "Listagem gravada em ORCREL: " WS-LISTADAS
                     " linha(s) de orçamento."
             END-IF.

       LIST-ONE-BUDGET.
             READ MEDIAORC-FILE NEXT RECORD
                 AT END
                     MOVE "S" TO WS-EOF-FLAG
             END-READ.
             IF WS-EOF-FLAG NOT = "S"
                 IF WS-COMP-TXT = SPACES
                         OR ORC-COMPETENCIA = WS-COMP
                     MOVE ORC-EMPRESA      TO REL-ORC-EMPRESA
                     MOVE ORC-CONTA        TO REL-ORC-CONTA
                     MOVE ORC-CCUSTO       TO REL-ORC-CCUSTO
                     MOVE ORC-COMPETENCIA  TO REL-ORC-COMP
                     MOVE ORC-VALOR        TO REL-ORC-VALOR
                     MOVE ORC-DT-ALTERACAO TO REL-ORC-DATA
                     MOVE ORC-INICIAIS     TO REL-ORC-INIC
                     MOVE REL-ORC-LIN TO REL-RECORD
                     WRITE REL-RECORD
                     ADD 1 TO WS-LISTADAS
                     ADD ORC-VALOR TO WS-LIST-TOTAL
                 END-IF
             END-IF.

         END PROGRAM MedOrcMt.

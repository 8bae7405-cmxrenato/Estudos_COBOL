       IDENTIFICATION DIVISION.
       PROGRAM-ID. MedEstrn.
       AUTHOR. Renato.
       DATE-WRITTEN. 2026-10-15.

       *> Estorno de um lote já processado e liberado ao GL: informada
       *> a origem, o lote e a data do header (a chave do MEDIALOT),
       *> localiza no histórico MEDIAVSM os resultados gravados pelo
       *> Media2Num para aquele lote e grava em MEDIAGL um feed de
       *> estorno em partidas dobradas - cada resumo "C" volta com o
       *> mesmo valor no lado oposto, na conta do registro e na
       *> contrapartida usada na noite original, com "*HDR"/"*TRL"
       *> no mesmo layout do noturno. Cada resultado estornado sai na
       *> trilha de auditoria (AUD-MODO/AUD-TIPO "E"), os registros
       *> "C"/"D" do MEDIAVSM ficam com situação "E" e o lote passa a
       *> "E" no MEDIALOT, para o CHECK-BATCH-REGISTRY do Media2Num
       *> aceitar a retransmissão corrigida na noite seguinte. Lote
       *> inexistente, já estornado ou sem resultados no histórico
       *> termina com RC=8 e o job não libera o feed. O MEDIALOT é
       *> quem manda: durante o estorno os registros do lote ficam
       *> com situação "X" (estorno em andamento) e só passam a "E"
       *> depois do "*TRL" gravado e do lote regravado "E" no
       *> MEDIALOT; enquanto o lote não estiver "E" o rerun depois
       *> de um abend estorna de novo numa geração nova os registros
       *> ainda "X", e registro já "E" nunca volta ao feed. Resultados
       *> sem contrapartida no histórico (rodada sem GL) são marcados
       *> no MEDIAVSM mas não geram linhas no feed, com RC=4.
       *> 2026-10-15 Renato - resultado que o GL rejeitou e o MedGlRet
       *> devolveu ao MEDIAREJ (situação "G") não foi lançado no GL:
       *> é marcado "E" com o lote, mas não gera linhas de estorno.
       *> 2026-10-15 Renato - situação "X" durante o estorno, trocada
       *> por "E" só no fim; resultado "G" fica "G" e lote só com
       *> resultados "G" passa a "E" com o feed sem linhas. A data do
       *> estorno precisa estar em competência aberta no MEDIAPER.
       *> 2026-10-15 Renato - GL retido na geração (0) do MEDIAGL
       *> (fora do LIBERADO) impede o estorno com RC=8.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEDIALOT-FILE ASSIGN TO "MEDIALOT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOT-CHAVE
               FILE STATUS IS WS-FS-LOT.

           SELECT MEDIAVSM-FILE ASSIGN TO "MEDIAVSM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VSM-CHAVE
               ALTERNATE RECORD KEY IS VSM-ALT-CHAVE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-VSM.

           SELECT MEDIAPER-FILE ASSIGN TO "MEDIAPER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PER-COMPETENCIA
               FILE STATUS IS WS-FS-PER.

           SELECT MEDIAGL-FILE ASSIGN TO "MEDIAGL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GL.

           SELECT MEDIAGLA-FILE ASSIGN TO "MEDIAGLA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GLA.

           SELECT MEDIALIB-FILE ASSIGN TO "MEDIALIB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LIB.

           SELECT MEDIAAUD-FILE ASSIGN TO "MEDIAAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-AUD.

           SELECT MEDIARUN-FILE ASSIGN TO "MEDIARUN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RUN.

       DATA DIVISION.
       FILE SECTION.
       FD  MEDIALOT-FILE.
       01  MEDIALOT-RECORD.
           05  LOT-CHAVE.
               10  LOT-ORIGEM      PIC X(08).
               10  LOT-LOTE        PIC X(08).
               10  LOT-DATA        PIC 9(08).
           05  LOT-SITUACAO    PIC X(01).
           05  LOT-DT-PROC     PIC 9(08).
           05  LOT-HORA-PROC   PIC 9(06).
           05  LOT-REGS        PIC 9(06).

       FD  MEDIAVSM-FILE.
       01  MEDIAVSM-RECORD.
           05  VSM-CHAVE.
               10  VSM-DATA        PIC 9(08).
               10  VSM-REGISTRO    PIC 9(06).
               10  VSM-TIPO        PIC X(01).
               10  VSM-SEQ         PIC 9(02).
           05  VSM-DETALHE     PIC X(40).
           05  VSM-CAB REDEFINES VSM-DETALHE.
               10  VSM-QTD         PIC Z9.
               10  FILLER          PIC X(02).
               10  VSM-SOMA        PIC -(6)9.99.
               10  FILLER          PIC X(02).
               10  VSM-MEDIA       PIC -(6)9.99.
               10  FILLER          PIC X(14).
           05  VSM-ALT-CHAVE.
               10  VSM-FILIAL      PIC X(04).
               10  VSM-EMPRESA     PIC X(04).
               10  VSM-CONTA       PIC X(10).
               10  VSM-CCUSTO      PIC X(06).
           05  VSM-LOTE-CHAVE.
               10  VSM-LOTE-ORIGEM PIC X(08).
               10  VSM-LOTE        PIC X(08).
               10  VSM-LOTE-DATA   PIC X(08).
           05  VSM-CONTRA-CONTA    PIC X(10).
           05  VSM-CONTRA-CCUSTO   PIC X(06).
           05  VSM-SITUACAO    PIC X(01).

       FD  MEDIAPER-FILE.
       01  MEDIAPER-RECORD.
           05  PER-COMPETENCIA PIC 9(06).
           05  PER-SITUACAO    PIC X(01).
           05  PER-DT-SITUACAO PIC 9(08).
           05  PER-HORA-SITUACAO   PIC 9(06).
           05  PER-INICIAIS    PIC X(03).

       FD  MEDIAGL-FILE.
       01  GLFEED-RECORD.
           05  GL-EMPRESA      PIC X(04).
           05  FILLER          PIC X(01).
           05  GL-CONTA        PIC X(10).
           05  FILLER          PIC X(01).
           05  GL-CCUSTO       PIC X(06).
           05  FILLER          PIC X(01).
           05  GL-DATA         PIC 9(08).
           05  FILLER          PIC X(01).
           05  GL-DC           PIC X(01).
           05  FILLER          PIC X(01).
           05  GL-VALOR        PIC 9(09)V99.
           05  FILLER          PIC X(01).
           05  GL-MEDIA        PIC 9(07)V99.
           05  FILLER          PIC X(01).
           05  GL-REGISTRO     PIC 9(06).
           05  FILLER          PIC X(01).
           05  GL-HIST         PIC X(20).
       01  GLFEED-RUN.
           05  GLR-ID          PIC X(04).
           05  FILLER          PIC X(01).
           05  GLR-DATA        PIC 9(08).
           05  FILLER          PIC X(01).
           05  GLR-HORA        PIC 9(06).
           05  FILLER          PIC X(01).
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

       FD  MEDIAGLA-FILE.
       01  ANTFEED-RUN.
           05  ANTR-ID         PIC X(04).
           05  FILLER          PIC X(01).
           05  ANTR-DATA       PIC 9(08).
           05  FILLER          PIC X(01).
           05  ANTR-HORA       PIC 9(06).
           05  FILLER          PIC X(63).

       FD  MEDIALIB-FILE.
       01  LIBFEED-RUN.
           05  LIBR-ID         PIC X(04).
           05  FILLER          PIC X(01).
           05  LIBR-DATA       PIC 9(08).
           05  FILLER          PIC X(01).
           05  LIBR-HORA       PIC 9(06).
           05  FILLER          PIC X(63).

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
           05  AUD-CAB REDEFINES AUD-DETALHE.
               10  AUD-QTD         PIC Z9.
               10  FILLER          PIC X(02).
               10  AUD-SOMA        PIC -(6)9.99.
               10  FILLER          PIC X(02).
               10  AUD-MEDIA       PIC -(6)9.99.

       FD  MEDIARUN-FILE.
       01  MEDIARUN-RECORD.
           05  RUN-PROGRAMA    PIC X(08).
           05  FILLER          PIC X(01).
           05  RUN-DATA-PROC   PIC 9(08).
           05  FILLER          PIC X(01).
           05  RUN-MODO        PIC X(01).
           05  FILLER          PIC X(01).
           05  RUN-HORA-INI    PIC 9(06).
           05  FILLER          PIC X(01).
           05  RUN-HORA-FIM    PIC 9(06).
           05  FILLER          PIC X(01).
           05  RUN-PROC        PIC 9(06).
           05  FILLER          PIC X(01).
           05  RUN-INVAL       PIC 9(06).
           05  FILLER          PIC X(01).
           05  RUN-EXC-A       PIC 9(04).
           05  FILLER          PIC X(01).
           05  RUN-EXC-M       PIC 9(04).
           05  FILLER          PIC X(01).
           05  RUN-RC          PIC 9(02).
           05  FILLER          PIC X(01).
           05  RUN-GL          PIC X(01).

       WORKING-STORAGE SECTION.
       77  WS-FS-LOT           PIC X(02).
       77  WS-FS-VSM           PIC X(02).
       77  WS-FS-PER           PIC X(02).
       77  WS-FS-GL            PIC X(02).
       77  WS-FS-AUD           PIC X(02).
       77  WS-FS-RUN           PIC X(02).
       77  WS-FS-GLA           PIC X(02).
       77  WS-FS-LIB           PIC X(02).
       77  WS-GL-HDR-ACHOU     PIC X(01).
       77  WS-GL-LIBERADO      PIC X(01).
       77  WS-EOF-FLAG         PIC X(01)    VALUE "N".
       77  WS-LOT-OK           PIC X(01)    VALUE "N".
       77  WS-RUN-HORA-INI     PIC 9(06)    VALUE ZERO.
       77  WS-RUN-HORA         PIC 9(06).
       77  WS-AUD-DATA         PIC 9(08).
       77  WS-AUD-HORA         PIC 9(06).

       77  WS-EST-ORIGEM       PIC X(08).
       77  WS-EST-LOTE         PIC X(08).
       77  WS-EST-DATA-TXT     PIC X(08).
       77  WS-EST-DATA         REDEFINES WS-EST-DATA-TXT PIC 9(08).
       77  WS-DATA-EST-TXT     PIC X(08).
       77  WS-DATA-EST-NUM     REDEFINES WS-DATA-EST-TXT PIC 9(08).
       01  WS-DATA-EST         PIC 9(08)    VALUE ZERO.
       01  WS-DATA-EST-PARTES REDEFINES WS-DATA-EST.
           05  WS-DATA-EST-AAAAMM  PIC 9(06).
           05  WS-DATA-EST-DIA PIC 9(02).

       77  WS-QTD              PIC 9(02).
       77  WS-SOMA             PIC S9(7)V99.
       77  WS-MEDIA-NUM        PIC S9(7)V99.

       77  WS-EST-ENCONTRADOS  PIC 9(06)    VALUE ZERO.
       77  WS-EST-DEVOLVIDOS   PIC 9(06)    VALUE ZERO.
       77  WS-EST-RESUMOS      PIC 9(06)    VALUE ZERO.
       77  WS-EST-VSM-MARCADOS PIC 9(06)    VALUE ZERO.
       77  WS-EST-SEM-GL       PIC 9(06)    VALUE ZERO.
       77  WS-GL-GRAVADOS      PIC 9(06)    VALUE ZERO.
       77  WS-GL-SOMA-TOT      PIC S9(11)V99 VALUE ZERO.
       77  WS-GL-LINHAS        PIC 9(06)    VALUE ZERO.
       77  WS-GL-DEBITOS       PIC 9(11)V99 VALUE ZERO.
       77  WS-GL-CREDITOS      PIC 9(11)V99 VALUE ZERO.
       77  WS-GL-LINHA-LANC    PIC X(83).

       01  WS-HIST-EST.
           05  FILLER          PIC X(08)    VALUE "ESTORNO ".
           05  WS-HIST-LOTE    PIC X(08).
           05  FILLER          PIC X(04)    VALUE SPACES.
       01  WS-HIST-EST-CP.
           05  FILLER          PIC X(11)    VALUE "ESTORNO CP ".
           05  WS-HIST-LOTE-CP PIC X(08).
           05  FILLER          PIC X(01)    VALUE SPACES.

       01  WS-AUD-EST-MSG.
           05  FILLER          PIC X(04)    VALUE "EST ".
           05  WS-AUD-EST-ORIGEM PIC X(08).
           05  FILLER          PIC X(01)    VALUE SPACES.
           05  WS-AUD-EST-LOTE PIC X(08).
           05  FILLER          PIC X(01)    VALUE SPACES.
           05  WS-AUD-EST-DATA PIC X(08).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
             ACCEPT WS-RUN-HORA-INI FROM TIME.
             DISPLAY "Origem do lote (8 posições): ".
             ACCEPT WS-EST-ORIGEM.
             DISPLAY "Lote (8 posições): ".
             ACCEPT WS-EST-LOTE.
             DISPLAY "Data do header do lote (AAAAMMDD): ".
             ACCEPT WS-EST-DATA-TXT.
             DISPLAY "Data do estorno no GL (AAAAMMDD, 00000000 = "
                 "data do dia): ".
             ACCEPT WS-DATA-EST-TXT.

             IF WS-EST-ORIGEM = SPACES OR WS-EST-LOTE = SPACES
                     OR WS-EST-DATA-TXT IS NOT NUMERIC
                     OR WS-DATA-EST-TXT IS NOT NUMERIC
                 DISPLAY "Parâmetros inválidos. Informe origem e "
                     "lote e as datas com oito dígitos."
                 MOVE 8 TO RETURN-CODE
             ELSE
                 IF WS-DATA-EST-NUM = ZERO
                     ACCEPT WS-DATA-EST FROM DATE YYYYMMDD
                 ELSE
                     MOVE WS-DATA-EST-NUM TO WS-DATA-EST
                 END-IF
                 PERFORM CHECK-PERIOD-OPEN
                 IF RETURN-CODE NOT = 8
                     PERFORM CHECK-LAST-GL-RELEASED
                 END-IF
                 IF RETURN-CODE NOT = 8
                     PERFORM REVERSE-BATCH
                 END-IF
                 PERFORM WRITE-RUN-CONTROL
             END-IF.

             STOP RUN.

       WRITE-RUN-CONTROL.
             MOVE SPACES      TO MEDIARUN-RECORD.
             MOVE "MEDESTRN"  TO RUN-PROGRAMA.
             MOVE WS-DATA-EST TO RUN-DATA-PROC.
             MOVE "E"         TO RUN-MODO.
             MOVE WS-RUN-HORA-INI TO RUN-HORA-INI.
             ACCEPT WS-RUN-HORA FROM TIME.
             MOVE WS-RUN-HORA TO RUN-HORA-FIM.
             MOVE WS-EST-RESUMOS TO RUN-PROC.
             MOVE ZERO        TO RUN-INVAL RUN-EXC-A RUN-EXC-M.
             MOVE RETURN-CODE TO RUN-RC.
             MOVE "S"         TO RUN-GL.
             OPEN EXTEND MEDIARUN-FILE.
             IF WS-FS-RUN = "35"
                 OPEN OUTPUT MEDIARUN-FILE
             END-IF.
             IF WS-FS-RUN = "00"
                 WRITE MEDIARUN-RECORD
                 CLOSE MEDIARUN-FILE
             ELSE
                 DISPLAY "Aviso: MEDIARUN indisponível, status "
                     WS-FS-RUN "; estorno sem registro de controle."
                 IF RETURN-CODE = 0
                     MOVE 4 TO RETURN-CODE
                 END-IF
             END-IF.

      *> O estorno é lançado no GL com a data informada: como o
      *> MedRatRn, só em competência aberta no MEDIAPER, antes de
      *> abrir o MEDIAGL.
       CHECK-PERIOD-OPEN.
             OPEN INPUT MEDIAPER-FILE.
             IF WS-FS-PER NOT = "00"
                 DISPLAY "Erro ao abrir MEDIAPER, status "
                     WS-FS-PER "; estorno não executado."
                 MOVE 8 TO RETURN-CODE
             ELSE
                 MOVE WS-DATA-EST-AAAAMM TO PER-COMPETENCIA
                 READ MEDIAPER-FILE
                     INVALID KEY
                         MOVE SPACES TO PER-SITUACAO
                 END-READ
                 IF PER-SITUACAO NOT = "A"
                     DISPLAY "Competência " WS-DATA-EST-AAAAMM
                         " da data do estorno não está aberta no "
                         "MEDIAPER; estorno não executado."
                     MOVE 8 TO RETURN-CODE
                 END-IF
                 CLOSE MEDIAPER-FILE
             END-IF.

      *> O MEDIAGL(+1) deste step empurra a última geração da base
      *> para (-1), onde o MedExcRl e o MedPront não a enxergam mais:
      *> como no CHECK-LAST-GL do MedPront, a geração (0) com "*HDR"
      *> que não está no LIBERADO é GL retido e precisa ser liberada
      *> antes. Geração vazia não tem nada a liberar. Com RC=8 o job
      *> apaga o (+1) (STEP015) e o GL retido volta a ser o (0).
       CHECK-LAST-GL-RELEASED.
             MOVE "N" TO WS-GL-HDR-ACHOU WS-GL-LIBERADO.
             OPEN INPUT MEDIAGLA-FILE.
             IF WS-FS-GLA NOT = "00"
                 DISPLAY "Erro ao abrir MEDIAGL (0), status "
                     WS-FS-GLA "; estorno não executado."
                 MOVE 8 TO RETURN-CODE
             ELSE
                 READ MEDIAGLA-FILE
                     AT END
                         CONTINUE
                     NOT AT END
                         MOVE "S" TO WS-GL-HDR-ACHOU
                 END-READ
                 IF WS-GL-HDR-ACHOU = "S"
                     PERFORM CHECK-GL-RELEASED
                 END-IF
                 CLOSE MEDIAGLA-FILE
             END-IF.

       CHECK-GL-RELEASED.
             IF ANTR-ID NOT = "*HDR" OR ANTR-DATA IS NOT NUMERIC
                 DISPLAY "MEDIAGL (0) sem *HDR na primeira linha; "
                     "estorno não executado."
                 MOVE 8 TO RETURN-CODE
             ELSE
                 OPEN INPUT MEDIALIB-FILE
                 IF WS-FS-LIB = "00"
                     MOVE "N" TO WS-EOF-FLAG
                     PERFORM FIND-RELEASED-HEADER
                         UNTIL WS-EOF-FLAG = "S"
                            OR WS-GL-LIBERADO = "S"
                     CLOSE MEDIALIB-FILE
                 END-IF
                 IF WS-GL-LIBERADO NOT = "S"
                     DISPLAY "MEDIAGL (0) de " ANTR-DATA " "
                         ANTR-HORA " retido, não liberado; libere "
                         "a geração (MEDEXCRL) antes. Estorno "
                         "não executado."
                     MOVE 8 TO RETURN-CODE
                 END-IF
             END-IF.

       FIND-RELEASED-HEADER.
             READ MEDIALIB-FILE
                 AT END
                     MOVE "S" TO WS-EOF-FLAG
             END-READ.
             IF WS-EOF-FLAG NOT = "S"
                 IF LIBR-ID = "*HDR" AND LIBR-DATA = ANTR-DATA
                         AND LIBR-HORA = ANTR-HORA
                     MOVE "S" TO WS-GL-LIBERADO
                 END-IF
             END-IF.

       REVERSE-BATCH.
             MOVE "N" TO WS-LOT-OK.
             OPEN I-O MEDIALOT-FILE.
             IF WS-FS-LOT NOT = "00"
                 DISPLAY "Erro ao abrir MEDIALOT, status "
                     WS-FS-LOT "; estorno não executado."
                 MOVE 8 TO RETURN-CODE
             ELSE
                 PERFORM CHECK-LOT-STATUS
                 IF WS-LOT-OK = "S"
                     PERFORM REVERSE-LOT-RESULTS
                 END-IF
                 CLOSE MEDIALOT-FILE
             END-IF.

      *> Só lote registrado como processado ("P") é estornável; "E"
      *> é estorno já feito (repetir dobraria o estorno no GL). No
      *> lote "E" só termina a marcação que um abend deixou em "X".
       CHECK-LOT-STATUS.
             MOVE WS-EST-ORIGEM TO LOT-ORIGEM.
             MOVE WS-EST-LOTE   TO LOT-LOTE.
             MOVE WS-EST-DATA   TO LOT-DATA.
             READ MEDIALOT-FILE
                 INVALID KEY
                     CONTINUE
             END-READ.
             EVALUATE TRUE
                 WHEN WS-FS-LOT = "23"
                     DISPLAY "Lote " WS-EST-LOTE " de " WS-EST-ORIGEM
                         ", data " WS-EST-DATA-TXT ", não consta em "
                         "MEDIALOT; estorno não executado."
                     MOVE 8 TO RETURN-CODE
                 WHEN WS-FS-LOT NOT = "00"
                     DISPLAY "Erro ao ler MEDIALOT, status "
                         WS-FS-LOT "; estorno não executado."
                     MOVE 8 TO RETURN-CODE
                 WHEN LOT-SITUACAO = "E"
                     DISPLAY "Lote " WS-EST-LOTE " de " WS-EST-ORIGEM
                         ", data " WS-EST-DATA-TXT ", já estornado em "
                         LOT-DT-PROC "; estorno não executado."
                     MOVE 8 TO RETURN-CODE
                     PERFORM FINISH-PENDING-MARKS
                 WHEN LOT-SITUACAO NOT = "P"
                     DISPLAY "Lote " WS-EST-LOTE " de " WS-EST-ORIGEM
                         " com situação """ LOT-SITUACAO """ em "
                         "MEDIALOT; estorno não executado."
                     MOVE 8 TO RETURN-CODE
                 WHEN OTHER
                     MOVE "S" TO WS-LOT-OK
             END-EVALUATE.

       FINISH-PENDING-MARKS.
             OPEN I-O MEDIAVSM-FILE.
             IF WS-FS-VSM = "00"
                 PERFORM CONFIRM-VSAM-MARKS
                 CLOSE MEDIAVSM-FILE
                 IF WS-EST-VSM-MARCADOS > 0
                     DISPLAY WS-EST-VSM-MARCADOS " registro(s) do "
                         "MEDIAVSM ainda ""X"" passado(s) a ""E""."
                 END-IF
             END-IF.

      *> O "*HDR" só é gravado com o primeiro resultado do lote: sem
      *> nenhum, a geração fica vazia, que o MedPront trata como nada
      *> a liberar.
       REVERSE-LOT-RESULTS.
             OPEN I-O MEDIAVSM-FILE.
             IF WS-FS-VSM NOT = "00"
                 DISPLAY "Erro ao abrir MEDIAVSM, status "
                     WS-FS-VSM "; estorno não executado."
                 MOVE 8 TO RETURN-CODE
             ELSE
                 OPEN OUTPUT MEDIAGL-FILE
                 OPEN EXTEND MEDIAAUD-FILE
                 IF WS-FS-AUD = "35"
                     OPEN OUTPUT MEDIAAUD-FILE
                 END-IF
                 PERFORM SCAN-VSAM-MASTER
                 IF WS-EST-ENCONTRADOS > 0
                     PERFORM WRITE-GL-RUN-TRAILER
                     PERFORM WRITE-AUDIT-BATCH
                 END-IF
                 CLOSE MEDIAGL-FILE
                 CLOSE MEDIAAUD-FILE
                 PERFORM CLOSE-LOT-REVERSAL
                 CLOSE MEDIAVSM-FILE
             END-IF.

      *> O MEDIAVSM não tem caminho pelo lote: varredura inteira pela
      *> chave primária (o MedVsmHk mantém o mestre no período de
      *> retenção).
       SCAN-VSAM-MASTER.
             PERFORM START-VSAM-SCAN.
             PERFORM PROCESS-VSAM-RECORD
                 UNTIL WS-EOF-FLAG = "S".

       START-VSAM-SCAN.
             MOVE ZERO  TO VSM-DATA.
             MOVE ZERO  TO VSM-REGISTRO.
             MOVE SPACE TO VSM-TIPO.
             MOVE ZERO  TO VSM-SEQ.
             MOVE "N" TO WS-EOF-FLAG.
             START MEDIAVSM-FILE KEY NOT LESS THAN VSM-CHAVE
                 INVALID KEY
                     MOVE "S" TO WS-EOF-FLAG
             END-START.
             IF WS-EOF-FLAG NOT = "S"
                 PERFORM READ-VSAM-RECORD
             END-IF.

       READ-VSAM-RECORD.
             READ MEDIAVSM-FILE NEXT RECORD
                 AT END
                     MOVE "S" TO WS-EOF-FLAG
             END-READ.

      *> Registro já "E" é de estorno anterior e fica de fora; o "X"
      *> de um rerun volta ao feed, porque a geração anterior não foi
      *> liberada. Resultado "G" (devolvido pelo GL) conta como do
      *> lote, mas não gera linhas nem perde a situação "G".
       PROCESS-VSAM-RECORD.
             IF VSM-LOTE-ORIGEM = WS-EST-ORIGEM
                     AND VSM-LOTE = WS-EST-LOTE
                     AND VSM-LOTE-DATA = WS-EST-DATA-TXT
                     AND VSM-SITUACAO NOT = "E"
                 IF VSM-TIPO = "C"
                     PERFORM MATCH-LOT-RESULT
                 END-IF
                 IF VSM-SITUACAO NOT = "G"
                     MOVE "X" TO VSM-SITUACAO
                     REWRITE MEDIAVSM-RECORD
                     IF WS-FS-VSM NOT = "00"
                         DISPLAY "Aviso: falha ao marcar MEDIAVSM, "
                             "status " WS-FS-VSM "; chave " VSM-CHAVE
                             "."
                         IF RETURN-CODE = 0
                             MOVE 4 TO RETURN-CODE
                         END-IF
                     END-IF
                 END-IF
             END-IF.
             PERFORM READ-VSAM-RECORD.

       MATCH-LOT-RESULT.
             ADD 1 TO WS-EST-ENCONTRADOS.
             IF WS-EST-ENCONTRADOS = 1
                 PERFORM WRITE-GL-RUN-HEADER
             END-IF.
             IF VSM-SITUACAO = "G"
                 ADD 1 TO WS-EST-DEVOLVIDOS
             ELSE
                 PERFORM REVERSE-RESULT
             END-IF.

       CONFIRM-VSAM-MARKS.
             PERFORM START-VSAM-SCAN.
             PERFORM CONFIRM-VSAM-RECORD
                 UNTIL WS-EOF-FLAG = "S".

       CONFIRM-VSAM-RECORD.
             IF VSM-LOTE-ORIGEM = WS-EST-ORIGEM
                     AND VSM-LOTE = WS-EST-LOTE
                     AND VSM-LOTE-DATA = WS-EST-DATA-TXT
                     AND VSM-SITUACAO = "X"
                 MOVE "E" TO VSM-SITUACAO
                 REWRITE MEDIAVSM-RECORD
                 IF WS-FS-VSM = "00"
                     ADD 1 TO WS-EST-VSM-MARCADOS
                 ELSE
                     DISPLAY "Aviso: falha ao marcar MEDIAVSM, status "
                         WS-FS-VSM "; chave " VSM-CHAVE "."
                     IF RETURN-CODE = 0
                         MOVE 4 TO RETURN-CODE
                     END-IF
                 END-IF
             END-IF.
             PERFORM READ-VSAM-RECORD.

       REVERSE-RESULT.
             ADD 1 TO WS-EST-RESUMOS.
             MOVE VSM-QTD   TO WS-QTD.
             MOVE VSM-SOMA  TO WS-SOMA.
             MOVE VSM-MEDIA TO WS-MEDIA-NUM.
             PERFORM WRITE-AUDIT-RESULT.
             IF VSM-CONTRA-CONTA = SPACES
                 ADD 1 TO WS-EST-SEM-GL
                 DISPLAY "Aviso: registro " VSM-REGISTRO " de "
                     VSM-DATA " sem contrapartida no histórico "
                     "(rodada sem GL); estornado só no MEDIAVSM."
                 IF RETURN-CODE = 0
                     MOVE 4 TO RETURN-CODE
                 END-IF
             ELSE
                 PERFORM WRITE-GL-REVERSAL
             END-IF.

      *> Estorno em partida dobrada: a conta do registro recebe o
      *> lado oposto ao da noite original (soma positiva foi débito,
      *> volta a crédito) e a contrapartida gravada no histórico
      *> recebe o outro lado, com o mesmo valor e GL-REGISTRO.
       WRITE-GL-REVERSAL.
             MOVE SPACES        TO GLFEED-RECORD.
             MOVE VSM-EMPRESA   TO GL-EMPRESA.
             MOVE VSM-CONTA     TO GL-CONTA.
             MOVE VSM-CCUSTO    TO GL-CCUSTO.
             MOVE WS-DATA-EST   TO GL-DATA.
             MOVE VSM-REGISTRO  TO GL-REGISTRO.
             MOVE WS-EST-LOTE   TO WS-HIST-LOTE.
             MOVE WS-HIST-EST   TO GL-HIST.
             IF WS-SOMA < 0
                 MOVE "D"          TO GL-DC
                 COMPUTE GL-VALOR = WS-SOMA * -1
                 COMPUTE GL-MEDIA = WS-MEDIA-NUM * -1
             ELSE
                 MOVE "C"          TO GL-DC
                 MOVE WS-SOMA      TO GL-VALOR
                 MOVE WS-MEDIA-NUM TO GL-MEDIA
             END-IF.
             PERFORM ADD-GL-LINE-TOTALS.
             MOVE GLFEED-RECORD     TO WS-GL-LINHA-LANC.
             WRITE GLFEED-RECORD.
             ADD 1 TO WS-GL-GRAVADOS.
             SUBTRACT WS-SOMA FROM WS-GL-SOMA-TOT.

             MOVE WS-GL-LINHA-LANC  TO GLFEED-RECORD.
             MOVE VSM-CONTRA-CONTA  TO GL-CONTA.
             MOVE VSM-CONTRA-CCUSTO TO GL-CCUSTO.
             MOVE WS-EST-LOTE       TO WS-HIST-LOTE-CP.
             MOVE WS-HIST-EST-CP    TO GL-HIST.
             IF GL-DC = "D"
                 MOVE "C"          TO GL-DC
             ELSE
                 MOVE "D"          TO GL-DC
             END-IF.
             PERFORM ADD-GL-LINE-TOTALS.
             WRITE GLFEED-RECORD.

       ADD-GL-LINE-TOTALS.
             ADD 1 TO WS-GL-LINHAS.
             IF GL-DC = "D"
                 ADD GL-VALOR TO WS-GL-DEBITOS
             ELSE
                 ADD GL-VALOR TO WS-GL-CREDITOS
             END-IF.

       WRITE-GL-RUN-HEADER.
             ACCEPT WS-RUN-HORA FROM TIME.
             MOVE SPACES       TO GLFEED-RUN.
             MOVE "*HDR"       TO GLR-ID.
             MOVE WS-DATA-EST  TO GLR-DATA.
             MOVE WS-RUN-HORA  TO GLR-HORA.
             MOVE ZERO         TO GLR-REGS.
             MOVE ZERO         TO GLR-VALOR.
             MOVE ZERO         TO GLR-LINHAS.
             MOVE ZERO         TO GLR-DEBITOS.
             MOVE ZERO         TO GLR-CREDITOS.
             WRITE GLFEED-RUN.

       WRITE-GL-RUN-TRAILER.
             ACCEPT WS-RUN-HORA FROM TIME.
             MOVE SPACES       TO GLFEED-RUN.
             MOVE "*TRL"       TO GLR-ID.
             MOVE WS-DATA-EST  TO GLR-DATA.
             MOVE WS-RUN-HORA  TO GLR-HORA.
             MOVE WS-GL-GRAVADOS TO GLR-REGS.
             MOVE WS-GL-SOMA-TOT TO GLR-VALOR.
             MOVE WS-GL-LINHAS   TO GLR-LINHAS.
             MOVE WS-GL-DEBITOS  TO GLR-DEBITOS.
             MOVE WS-GL-CREDITOS TO GLR-CREDITOS.
             WRITE GLFEED-RUN.

       WRITE-AUDIT-RESULT.
             ACCEPT WS-AUD-DATA FROM DATE YYYYMMDD.
             ACCEPT WS-AUD-HORA FROM TIME.
             MOVE SPACES       TO AUD-RECORD.
             MOVE WS-AUD-DATA  TO AUD-DATA.
             MOVE WS-AUD-HORA  TO AUD-HORA.
             MOVE "E"          TO AUD-MODO.
             MOVE VSM-REGISTRO TO AUD-REG.
             MOVE "E"          TO AUD-TIPO.
             MOVE WS-QTD       TO AUD-QTD.
             MOVE WS-SOMA      TO AUD-SOMA.
             MOVE WS-MEDIA-NUM TO AUD-MEDIA.
             WRITE AUD-RECORD.

       WRITE-AUDIT-BATCH.
             ACCEPT WS-AUD-DATA FROM DATE YYYYMMDD.
             ACCEPT WS-AUD-HORA FROM TIME.
             MOVE SPACES          TO AUD-RECORD.
             MOVE WS-AUD-DATA     TO AUD-DATA.
             MOVE WS-AUD-HORA     TO AUD-HORA.
             MOVE "E"             TO AUD-MODO.
             MOVE ZERO            TO AUD-REG.
             MOVE "E"             TO AUD-TIPO.
             MOVE WS-EST-ORIGEM   TO WS-AUD-EST-ORIGEM.
             MOVE WS-EST-LOTE     TO WS-AUD-EST-LOTE.
             MOVE WS-EST-DATA-TXT TO WS-AUD-EST-DATA.
             MOVE WS-AUD-EST-MSG  TO AUD-DETALHE.
             WRITE AUD-RECORD.

      *> O lote só passa a "E" com o feed completo: sem resultados no
      *> histórico (lote anterior ao vínculo no MEDIAVSM ou só
      *> reciclado) ou com falha ao regravar o MEDIALOT o step
      *> termina com RC=8 e o job apaga o feed. Com o lote "E", os
      *> registros "X" passam a "E". Lote só com resultados "G" passa
      *> a "E" com o feed sem linhas, liberado como os demais.
       CLOSE-LOT-REVERSAL.
             IF WS-EST-ENCONTRADOS = 0
                 DISPLAY "Nenhum resultado do lote " WS-EST-LOTE
                     " de " WS-EST-ORIGEM " em MEDIAVSM; estorno "
                     "não executado."
                 MOVE 8 TO RETURN-CODE
             ELSE
                 ACCEPT WS-AUD-DATA FROM DATE YYYYMMDD
                 ACCEPT WS-AUD-HORA FROM TIME
                 MOVE "E"         TO LOT-SITUACAO
                 MOVE WS-AUD-DATA TO LOT-DT-PROC
                 MOVE WS-AUD-HORA TO LOT-HORA-PROC
                 REWRITE MEDIALOT-RECORD
                 IF WS-FS-LOT NOT = "00"
                     DISPLAY "Erro ao marcar o lote em MEDIALOT, "
                         "status " WS-FS-LOT "; feed de estorno "
                         "descartado."
                     MOVE 8 TO RETURN-CODE
                 ELSE
                     PERFORM CONFIRM-VSAM-MARKS
                     DISPLAY "Lote " WS-EST-LOTE " de " WS-EST-ORIGEM
                         " estornado: " WS-EST-RESUMOS
                         " resultado(s), " WS-GL-LINHAS
                         " linha(s) no MEDIAGL, "
                         WS-EST-VSM-MARCADOS " registro(s) do "
                         "MEDIAVSM marcados."
                     IF WS-EST-DEVOLVIDOS > 0
                         DISPLAY WS-EST-DEVOLVIDOS " resultado(s) "
                             "devolvido(s) pelo GL (situação ""G"") "
                             "sem linhas de estorno."
                     END-IF
                 END-IF
             END-IF.

         END PROGRAM MedEstrn.

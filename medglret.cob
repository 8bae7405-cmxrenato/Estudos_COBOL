       IDENTIFICATION DIVISION.
       PROGRAM-ID. MedGlRet.
       AUTHOR. Renato.
       DATE-WRITTEN. 2026-10-15.

       *> Conciliação do retorno do GL: o sistema de lançamentos
       *> devolve no arquivo MEDIARET uma linha por lançamento
       *> recebido, com GL-DATA + GL-REGISTRO + GL-HIST do feed, a
       *> situação ("P" lançado, "R" rejeitado), o valor lançado e o
       *> motivo e a mensagem da rejeição. Informado o período de
       *> GL-DATA, o programa carrega as linhas do MEDIAGL LIBERADO
       *> do período e confere com o retorno, gravando em GLRETREL as
       *> linhas liberadas sem retorno, as rejeitadas pelo GL, as
       *> lançadas com valor diferente do liberado e os retornos que
       *> não casam com nada liberado. Quando o GL rejeita as duas
       *> linhas de um resultado do Media2Num ("RESULTADO MEDIA2NUM"
       *> e a "CONTRAPARTIDA M2NUM" seguinte), o registro volta ao
       *> MEDIAREJ com motivo "G", com a imagem de entrada refeita a
       *> partir do histórico MEDIAVSM (valores e moeda originais),
       *> para a equipe da manhã corrigir e reciclar pelo MEDRECYC;
       *> os registros "C"/"D" do MEDIAVSM ficam com situação "G",
       *> fora do orçado x realizado e do rateio, e as duas linhas
       *> saem em MEDIAGLR no lado oposto, para o MedSaldo tirar do
       *> razão auxiliar o que o GL não lançou. Um rerun com o mesmo
       *> retorno não devolve de novo o que já está "G". Rejeição
       *> de uma só linha do par, de estorno ou de rateio, ou sem
       *> histórico que confira no MEDIAVSM (dia com GL lançado no
       *> dia 1 da competência seguinte) fica no relatório para
       *> tratamento manual. Qualquer pendência termina com RC=4;
       *> erro de arquivo, com RC=8. A rodada fica no MEDIARUN (modo
       *> "G", processados = linhas liberadas do período, inválidos =
       *> pendências).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEDIAGL-FILE ASSIGN TO "MEDIAGL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GL.

           SELECT MEDIARET-FILE ASSIGN TO "MEDIARET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RET.

           SELECT MEDIAVSM-FILE ASSIGN TO "MEDIAVSM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VSM-CHAVE
               ALTERNATE RECORD KEY IS VSM-ALT-CHAVE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-VSM.

           SELECT MEDIAREJ-FILE ASSIGN TO "MEDIAREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REJ.

           SELECT MEDIAGLR-FILE ASSIGN TO "MEDIAGLR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GLR.

           SELECT GLRETREL-FILE ASSIGN TO "GLRETREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REL.

           SELECT MEDIARUN-FILE ASSIGN TO "MEDIARUN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RUN.

       DATA DIVISION.
       FILE SECTION.
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
           05  FILLER          PIC X(79).

       FD  MEDIARET-FILE.
       01  MEDIARET-RECORD.
           05  RET-DATA        PIC 9(08).
           05  FILLER          PIC X(01).
           05  RET-REGISTRO    PIC 9(06).
           05  FILLER          PIC X(01).
           05  RET-HIST        PIC X(20).
           05  FILLER          PIC X(01).
           05  RET-SITUACAO    PIC X(01).
           05  FILLER          PIC X(01).
           05  RET-VALOR       PIC 9(09)V99.
           05  FILLER          PIC X(01).
           05  RET-MOTIVO      PIC X(04).
           05  FILLER          PIC X(01).
           05  RET-MENSAGEM    PIC X(20).
           05  FILLER          PIC X(04).

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
           05  VSM-DET REDEFINES VSM-DETALHE.
               10  VSM-SEQ-ED      PIC Z9.
               10  FILLER          PIC X(02).
               10  VSM-VALOR       PIC -(4)9.99.
               10  FILLER          PIC X(01).
               10  VSM-MOEDA       PIC X(03).
               10  FILLER          PIC X(01).
               10  VSM-VALOR-ORIG  PIC -(4)9.99.
               10  FILLER          PIC X(15).
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

       FD  MEDIAREJ-FILE.
       01  MEDIAREJ-RECORD.
           05  REJ-DATA        PIC 9(08).
           05  FILLER          PIC X(01).
           05  REJ-MOTIVO      PIC X(01).
           05  FILLER          PIC X(01).
           05  REJ-OCORR       PIC 9(02).
           05  FILLER          PIC X(01).
           05  REJ-REGISTRO    PIC 9(06).
           05  FILLER          PIC X(01).
           05  REJ-IMAGEM      PIC X(190).

       FD  MEDIAGLR-FILE.
       01  GLRAJ-RECORD.
           05  GLA-EMPRESA     PIC X(04).
           05  FILLER          PIC X(01).
           05  GLA-CONTA       PIC X(10).
           05  FILLER          PIC X(01).
           05  GLA-CCUSTO      PIC X(06).
           05  FILLER          PIC X(01).
           05  GLA-DATA        PIC 9(08).
           05  FILLER          PIC X(01).
           05  GLA-DC          PIC X(01).
           05  FILLER          PIC X(01).
           05  GLA-VALOR       PIC 9(09)V99.
           05  FILLER          PIC X(01).
           05  GLA-MEDIA       PIC 9(07)V99.
           05  FILLER          PIC X(01).
           05  GLA-REGISTRO    PIC 9(06).
           05  FILLER          PIC X(01).
           05  GLA-HIST        PIC X(20).
       01  GLRAJ-RUN.
           05  GLAR-ID         PIC X(04).
           05  FILLER          PIC X(01).
           05  GLAR-DATA       PIC 9(08).
           05  FILLER          PIC X(01).
           05  GLAR-HORA       PIC 9(06).
           05  FILLER          PIC X(01).
           05  GLAR-REGS       PIC 9(06).
           05  FILLER          PIC X(01).
           05  GLAR-VALOR      PIC S9(11)V99 SIGN LEADING SEPARATE.
           05  FILLER          PIC X(01).
           05  GLAR-LINHAS     PIC 9(06).
           05  FILLER          PIC X(01).
           05  GLAR-DEBITOS    PIC 9(11)V99.
           05  FILLER          PIC X(01).
           05  GLAR-CREDITOS   PIC 9(11)V99.
           05  FILLER          PIC X(06).

       FD  GLRETREL-FILE.
       01  REL-RECORD          PIC X(80).

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
       77  WS-FS-GL            PIC X(02).
       77  WS-FS-RET           PIC X(02).
       77  WS-FS-VSM           PIC X(02).
       77  WS-FS-REJ           PIC X(02).
       77  WS-FS-GLR           PIC X(02).
       77  WS-FS-REL           PIC X(02).
       77  WS-FS-RUN           PIC X(02).
       77  WS-EOF-FLAG         PIC X(01)    VALUE "N".
       77  WS-RUN-HORA-INI     PIC 9(06)    VALUE ZERO.
       77  WS-RUN-HORA         PIC 9(06).
       77  WS-DATA-HOJE        PIC 9(08).

       77  WS-DATA-INI-TXT     PIC X(08).
       77  WS-DATA-INI         REDEFINES WS-DATA-INI-TXT PIC 9(08).
       77  WS-DATA-FIM-TXT     PIC X(08).
       77  WS-DATA-FIM         REDEFINES WS-DATA-FIM-TXT PIC 9(08).

       77  WS-MAX-LINHAS       PIC 9(04)    VALUE 5000.
       01  WS-LIB-TAB.
           05  WS-LIB-ENT      OCCURS 5000 TIMES.
               10  WS-LIB-DATA     PIC 9(08).
               10  WS-LIB-REG      PIC 9(06).
               10  WS-LIB-HIST     PIC X(20).
               10  WS-LIB-EMPRESA  PIC X(04).
               10  WS-LIB-CONTA    PIC X(10).
               10  WS-LIB-CCUSTO   PIC X(06).
               10  WS-LIB-DC       PIC X(01).
               10  WS-LIB-VALOR    PIC 9(09)V99.
               10  WS-LIB-MEDIA    PIC 9(07)V99.
               10  WS-LIB-RET      PIC X(01).
               10  WS-LIB-RET-VALOR    PIC 9(09)V99.
               10  WS-LIB-RET-MOTIVO   PIC X(04).
               10  WS-LIB-RET-MSG  PIC X(20).
               10  WS-LIB-ACAO     PIC X(01).
       77  WS-LIB-QTD          PIC 9(04)    VALUE ZERO.
       77  WS-LIB-IDX          PIC 9(04).
       77  WS-LIB-USO          PIC 9(04).
       77  WS-LIB-PAR          PIC 9(04).
       77  WS-LIB-ACHOU        PIC X(01).
       77  WS-TAB-CHEIA-AVISO  PIC X(01)    VALUE "N".

       77  WS-LIB-LIDAS        PIC 9(06)    VALUE ZERO.
       77  WS-RET-LIDOS        PIC 9(06)    VALUE ZERO.
       77  WS-RET-LANCADOS     PIC 9(06)    VALUE ZERO.
       77  WS-RET-REJEITADOS   PIC 9(06)    VALUE ZERO.
       77  WS-RET-NAO-CASADOS  PIC 9(06)    VALUE ZERO.
       77  WS-SEM-RETORNO      PIC 9(06)    VALUE ZERO.
       77  WS-DIVERGENTES      PIC 9(06)    VALUE ZERO.
       77  WS-DEVOLVIDOS       PIC 9(06)    VALUE ZERO.
       77  WS-JA-DEVOLVIDOS    PIC 9(06)    VALUE ZERO.
       77  WS-MANUAIS          PIC 9(06)    VALUE ZERO.
       77  WS-PENDENCIAS       PIC 9(06)    VALUE ZERO.

       77  WS-VSM-OK           PIC X(01).
       77  WS-VSM-SOMA         PIC S9(07)V99.
       77  WS-LIB-SOMA         PIC S9(11)V99.
       77  WS-QTD              PIC 9(02).
       77  WS-IDX              PIC 9(02).
       77  WS-REJ-DATA         PIC 9(08).
       77  WS-ACAO-TXT         PIC X(30).

       77  WS-GL-SOMA-TOT      PIC S9(11)V99 VALUE ZERO.
       77  WS-GL-LINHAS        PIC 9(06)    VALUE ZERO.
       77  WS-GL-DEBITOS       PIC 9(11)V99 VALUE ZERO.
       77  WS-GL-CREDITOS      PIC 9(11)V99 VALUE ZERO.

       01  WS-REG-LOTE.
           05  MI-TIPO         PIC X(01).
           05  MI-FILIAL       PIC X(04).
           05  MI-EMPRESA      PIC X(04).
           05  MI-CONTA        PIC X(10).
           05  MI-CCUSTO       PIC X(06).
           05  MI-MOEDA        PIC X(03).
           05  MI-QTD          PIC 9(02).
           05  MI-VALORES      OCCURS 20 TIMES
                               PIC S9(5)V99 SIGN LEADING SEPARATE.

       01  REL-TITULO.
           05  FILLER          PIC X(38)    VALUE
               "RETORNO DO GL - CONCILIACAO           ".
           05  FILLER          PIC X(10)    VALUE "EMITIDO EM".
           05  FILLER          PIC X(01)    VALUE SPACE.
           05  REL-TIT-DATA    PIC 9(08).
           05  FILLER          PIC X(23)    VALUE SPACES.
       01  REL-PARM.
           05  FILLER          PIC X(20)    VALUE
               "LIBERADO COM GL-DATA".
           05  FILLER          PIC X(01)    VALUE SPACE.
           05  REL-PARM-INI    PIC 9(08).
           05  FILLER          PIC X(03)    VALUE " A ".
           05  REL-PARM-FIM    PIC 9(08).
           05  FILLER          PIC X(40)    VALUE SPACES.
       01  REL-CAB.
           05  FILLER          PIC X(36)    VALUE
               "DATA     REGIST HISTORICO           ".
           05  FILLER          PIC X(32)    VALUE
               " D         VALOR OCORRENCIA     ".
           05  FILLER          PIC X(12)    VALUE SPACES.
       01  REL-DET-LIN.
           05  REL-DET-DATA    PIC X(08).
           05  FILLER          PIC X(01)    VALUE SPACES.
           05  REL-DET-REG     PIC X(06).
           05  FILLER          PIC X(01)    VALUE SPACES.
           05  REL-DET-HIST    PIC X(20).
           05  FILLER          PIC X(01)    VALUE SPACES.
           05  REL-DET-DC      PIC X(01).
           05  FILLER          PIC X(01)    VALUE SPACES.
           05  REL-DET-VALOR   PIC Z(8)9.99.
           05  FILLER          PIC X(01)    VALUE SPACES.
           05  REL-DET-TEXTO   PIC X(28).
       01  REL-REJ-LIN.
           05  FILLER          PIC X(04)    VALUE SPACES.
           05  FILLER          PIC X(10)    VALUE "MOTIVO GL ".
           05  REL-REJ-MOTIVO  PIC X(04).
           05  FILLER          PIC X(01)    VALUE SPACES.
           05  REL-REJ-MSG     PIC X(20).
           05  FILLER          PIC X(02)    VALUE SPACES.
           05  REL-REJ-ACAO    PIC X(30).
           05  FILLER          PIC X(09)    VALUE SPACES.
       01  REL-DIV-LIN.
           05  FILLER          PIC X(04)    VALUE SPACES.
           05  FILLER          PIC X(22)    VALUE
               "VALOR LANCADO PELO GL ".
           05  REL-DIV-VALOR   PIC Z(8)9.99.
           05  FILLER          PIC X(42)    VALUE SPACES.
       01  REL-TOT-LIN.
           05  REL-TOT-NOME    PIC X(30).
           05  REL-TOT-QTD     PIC ZZZZZ9.
           05  FILLER          PIC X(44)    VALUE SPACES.
       01  REL-RESULT-LIN.
           05  REL-RES-TEXTO   PIC X(50).
           05  FILLER          PIC X(30)    VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
             ACCEPT WS-RUN-HORA-INI FROM TIME.
             ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
             DISPLAY "GL-DATA inicial do período (AAAAMMDD): ".
             ACCEPT WS-DATA-INI-TXT.
             DISPLAY "GL-DATA final do período (AAAAMMDD, 00000000 = "
                 "data do dia): ".
             ACCEPT WS-DATA-FIM-TXT.

             IF WS-DATA-INI-TXT IS NOT NUMERIC
                     OR WS-DATA-FIM-TXT IS NOT NUMERIC
                 DISPLAY "Parâmetros inválidos. Informe as datas "
                     "com oito dígitos."
                 MOVE 8 TO RETURN-CODE
             ELSE
                 IF WS-DATA-FIM = ZERO
                     MOVE WS-DATA-HOJE TO WS-DATA-FIM
                 END-IF
                 IF WS-DATA-INI = ZERO OR WS-DATA-INI > WS-DATA-FIM
                     DISPLAY "Período inválido: " WS-DATA-INI-TXT
                         " a " WS-DATA-FIM-TXT "."
                     MOVE 8 TO RETURN-CODE
                 ELSE
                     PERFORM RECONCILE-ACKNOWLEDGEMENT
                     PERFORM WRITE-RUN-CONTROL
                 END-IF
             END-IF.

             STOP RUN.

       WRITE-RUN-CONTROL.
             MOVE SPACES      TO MEDIARUN-RECORD.
             MOVE "MEDGLRET"  TO RUN-PROGRAMA.
             MOVE WS-DATA-FIM TO RUN-DATA-PROC.
             MOVE "G"         TO RUN-MODO.
             MOVE WS-RUN-HORA-INI TO RUN-HORA-INI.
             ACCEPT WS-RUN-HORA FROM TIME.
             MOVE WS-RUN-HORA TO RUN-HORA-FIM.
             MOVE WS-LIB-LIDAS  TO RUN-PROC.
             MOVE WS-PENDENCIAS TO RUN-INVAL.
             MOVE ZERO        TO RUN-EXC-A RUN-EXC-M.
             MOVE RETURN-CODE TO RUN-RC.
             MOVE "N"         TO RUN-GL.
             OPEN EXTEND MEDIARUN-FILE.
             IF WS-FS-RUN = "35"
                 OPEN OUTPUT MEDIARUN-FILE
             END-IF.
             IF WS-FS-RUN = "00"
                 WRITE MEDIARUN-RECORD
                 CLOSE MEDIARUN-FILE
             ELSE
                 DISPLAY "Aviso: MEDIARUN indisponível, status "
                     WS-FS-RUN "; conciliação sem registro de "
                     "controle."
                 IF RETURN-CODE = 0
                     MOVE 4 TO RETURN-CODE
                 END-IF
             END-IF.

       RECONCILE-ACKNOWLEDGEMENT.
             OPEN OUTPUT GLRETREL-FILE.
             MOVE WS-DATA-HOJE TO REL-TIT-DATA.
             MOVE REL-TITULO TO REL-RECORD.
             WRITE REL-RECORD.
             MOVE WS-DATA-INI TO REL-PARM-INI.
             MOVE WS-DATA-FIM TO REL-PARM-FIM.
             MOVE REL-PARM TO REL-RECORD.
             WRITE REL-RECORD.
             MOVE SPACES TO REL-RECORD.
             WRITE REL-RECORD.
             MOVE REL-CAB TO REL-RECORD.
             WRITE REL-RECORD.

             PERFORM LOAD-RELEASED-FEED.
             IF RETURN-CODE NOT = 8
                 PERFORM MATCH-ACKNOWLEDGEMENT
             END-IF.
             IF RETURN-CODE NOT = 8
                 PERFORM RETURN-GL-REJECTS
             END-IF.
             PERFORM WRITE-RECON-TOTALS.

             CLOSE GLRETREL-FILE.

      *> O LIBERADO acumula todas as gerações copiadas (noturno,
      *> reciclagem, liberação manual, estorno e rateio); só entram
      *> as linhas com GL-DATA dentro do período informado.
       LOAD-RELEASED-FEED.
             OPEN INPUT MEDIAGL-FILE.
             IF WS-FS-GL NOT = "00"
                 DISPLAY "Erro ao abrir MEDIAGL, status " WS-FS-GL
                     "; conciliação não executada."
                 MOVE 8 TO RETURN-CODE
             ELSE
                 MOVE "N" TO WS-EOF-FLAG
                 PERFORM READ-GL-RECORD
                 PERFORM LOAD-ONE-GL-RECORD
                     UNTIL WS-EOF-FLAG = "S"
                 CLOSE MEDIAGL-FILE
             END-IF.

       READ-GL-RECORD.
             READ MEDIAGL-FILE
                 AT END
                     MOVE "S" TO WS-EOF-FLAG
             END-READ.

       LOAD-ONE-GL-RECORD.
             IF GLR-ID NOT = "*HDR" AND GLR-ID NOT = "*TRL"
                     AND GL-DATA IS NUMERIC
                 IF GL-DATA NOT < WS-DATA-INI
                         AND GL-DATA NOT > WS-DATA-FIM
                     PERFORM STORE-RELEASED-LINE
                 END-IF
             END-IF.
             PERFORM READ-GL-RECORD.

       STORE-RELEASED-LINE.
             ADD 1 TO WS-LIB-LIDAS.
             IF WS-LIB-QTD < WS-MAX-LINHAS
                 ADD 1 TO WS-LIB-QTD
                 MOVE GL-DATA     TO WS-LIB-DATA (WS-LIB-QTD)
                 MOVE GL-REGISTRO TO WS-LIB-REG (WS-LIB-QTD)
                 MOVE GL-HIST     TO WS-LIB-HIST (WS-LIB-QTD)
                 MOVE GL-EMPRESA  TO WS-LIB-EMPRESA (WS-LIB-QTD)
                 MOVE GL-CONTA    TO WS-LIB-CONTA (WS-LIB-QTD)
                 MOVE GL-CCUSTO   TO WS-LIB-CCUSTO (WS-LIB-QTD)
                 MOVE GL-DC       TO WS-LIB-DC (WS-LIB-QTD)
                 MOVE GL-VALOR    TO WS-LIB-VALOR (WS-LIB-QTD)
                 MOVE GL-MEDIA    TO WS-LIB-MEDIA (WS-LIB-QTD)
                 MOVE SPACE       TO WS-LIB-RET (WS-LIB-QTD)
                 MOVE ZERO        TO WS-LIB-RET-VALOR (WS-LIB-QTD)
                 MOVE SPACES      TO WS-LIB-RET-MOTIVO (WS-LIB-QTD)
                 MOVE SPACES      TO WS-LIB-RET-MSG (WS-LIB-QTD)
                 MOVE SPACE       TO WS-LIB-ACAO (WS-LIB-QTD)
             ELSE
                 IF WS-TAB-CHEIA-AVISO NOT = "S"
                     DISPLAY "Tabela de linhas liberadas cheia; "
                         "conciliação incompleta a partir do "
                         "registro " GL-REGISTRO " de " GL-DATA "."
                     MOVE "S" TO WS-TAB-CHEIA-AVISO
                     IF RETURN-CODE = 0
                         MOVE 4 TO RETURN-CODE
                     END-IF
                 END-IF
             END-IF.

      *> Cada retorno casa com a primeira linha liberada ainda sem
      *> retorno com a mesma GL-DATA, GL-REGISTRO e GL-HIST (o
      *> histórico separa o lançamento da contrapartida e os feeds
      *> de estorno e rateio).
       MATCH-ACKNOWLEDGEMENT.
             OPEN INPUT MEDIARET-FILE.
             IF WS-FS-RET NOT = "00"
                 DISPLAY "Erro ao abrir MEDIARET, status " WS-FS-RET
                     "; conciliação não executada."
                 MOVE 8 TO RETURN-CODE
             ELSE
                 MOVE "N" TO WS-EOF-FLAG
                 PERFORM READ-RET-RECORD
                 PERFORM MATCH-ONE-ACK
                     UNTIL WS-EOF-FLAG = "S"
                 CLOSE MEDIARET-FILE
                 PERFORM REVIEW-RELEASED-LINE
                     VARYING WS-LIB-IDX FROM 1 BY 1
                     UNTIL WS-LIB-IDX > WS-LIB-QTD
             END-IF.

       READ-RET-RECORD.
             READ MEDIARET-FILE
                 AT END
                     MOVE "S" TO WS-EOF-FLAG
             END-READ.

       MATCH-ONE-ACK.
             ADD 1 TO WS-RET-LIDOS.
             IF RET-DATA IS NOT NUMERIC
                     OR RET-REGISTRO IS NOT NUMERIC
                     OR RET-VALOR IS NOT NUMERIC
                     OR (RET-SITUACAO NOT = "P"
                         AND RET-SITUACAO NOT = "R")
                 MOVE "RETORNO INVALIDO" TO REL-DET-TEXTO
                 PERFORM WRITE-ACK-EXCEPTION
             ELSE
                 IF RET-DATA < WS-DATA-INI OR RET-DATA > WS-DATA-FIM
                     MOVE "RETORNO FORA DO PERIODO"
                         TO REL-DET-TEXTO
                     PERFORM WRITE-ACK-EXCEPTION
                 ELSE
                     PERFORM APPLY-ONE-ACK
                 END-IF
             END-IF.
             PERFORM READ-RET-RECORD.

       APPLY-ONE-ACK.
             MOVE "N" TO WS-LIB-ACHOU.
             PERFORM FIND-RELEASED-LINE
                 VARYING WS-LIB-IDX FROM 1 BY 1
                 UNTIL WS-LIB-IDX > WS-LIB-QTD
                    OR WS-LIB-ACHOU = "S".
             IF WS-LIB-ACHOU = "S"
                 MOVE RET-SITUACAO TO WS-LIB-RET (WS-LIB-USO)
                 MOVE RET-VALOR    TO WS-LIB-RET-VALOR (WS-LIB-USO)
                 MOVE RET-MOTIVO   TO WS-LIB-RET-MOTIVO (WS-LIB-USO)
                 MOVE RET-MENSAGEM TO WS-LIB-RET-MSG (WS-LIB-USO)
             ELSE
                 PERFORM FIND-ACKED-LINE
                     VARYING WS-LIB-IDX FROM 1 BY 1
                     UNTIL WS-LIB-IDX > WS-LIB-QTD
                        OR WS-LIB-ACHOU = "S"
                 IF WS-LIB-ACHOU = "S"
                     MOVE "RETORNO DUPLICADO" TO REL-DET-TEXTO
                 ELSE
                     MOVE "RETORNO SEM LINHA LIBERADA"
                         TO REL-DET-TEXTO
                 END-IF
                 PERFORM WRITE-ACK-EXCEPTION
             END-IF.

       FIND-RELEASED-LINE.
             IF WS-LIB-DATA (WS-LIB-IDX) = RET-DATA
                     AND WS-LIB-REG (WS-LIB-IDX) = RET-REGISTRO
                     AND WS-LIB-HIST (WS-LIB-IDX) = RET-HIST
                     AND WS-LIB-RET (WS-LIB-IDX) = SPACE
                 MOVE "S" TO WS-LIB-ACHOU
                 MOVE WS-LIB-IDX TO WS-LIB-USO
             END-IF.

       FIND-ACKED-LINE.
             IF WS-LIB-DATA (WS-LIB-IDX) = RET-DATA
                     AND WS-LIB-REG (WS-LIB-IDX) = RET-REGISTRO
                     AND WS-LIB-HIST (WS-LIB-IDX) = RET-HIST
                 MOVE "S" TO WS-LIB-ACHOU
             END-IF.

       WRITE-ACK-EXCEPTION.
             ADD 1 TO WS-RET-NAO-CASADOS.
             MOVE RET-DATA     TO REL-DET-DATA.
             MOVE RET-REGISTRO TO REL-DET-REG.
             MOVE RET-HIST     TO REL-DET-HIST.
             MOVE RET-SITUACAO TO REL-DET-DC.
             IF RET-VALOR IS NUMERIC
                 MOVE RET-VALOR TO REL-DET-VALOR
             ELSE
                 MOVE ZERO      TO REL-DET-VALOR
             END-IF.
             MOVE REL-DET-LIN TO REL-RECORD.
             WRITE REL-RECORD.

       REVIEW-RELEASED-LINE.
             EVALUATE WS-LIB-RET (WS-LIB-IDX)
                 WHEN SPACE
                     ADD 1 TO WS-SEM-RETORNO
                     MOVE "LIBERADO SEM RETORNO DO GL"
                         TO REL-DET-TEXTO
                     PERFORM WRITE-RELEASED-LINE
                 WHEN "R"
                     ADD 1 TO WS-RET-REJEITADOS
                 WHEN OTHER
                     ADD 1 TO WS-RET-LANCADOS
                     IF WS-LIB-RET-VALOR (WS-LIB-IDX)
                             NOT = WS-LIB-VALOR (WS-LIB-IDX)
                         ADD 1 TO WS-DIVERGENTES
                         MOVE "VALOR DIVERGE DO LIBERADO"
                             TO REL-DET-TEXTO
                         PERFORM WRITE-RELEASED-LINE
                         MOVE WS-LIB-RET-VALOR (WS-LIB-IDX)
                             TO REL-DIV-VALOR
                         MOVE REL-DIV-LIN TO REL-RECORD
                         WRITE REL-RECORD
                     END-IF
             END-EVALUATE.

       WRITE-RELEASED-LINE.
             MOVE WS-LIB-DATA (WS-LIB-IDX)  TO REL-DET-DATA.
             MOVE WS-LIB-REG (WS-LIB-IDX)   TO REL-DET-REG.
             MOVE WS-LIB-HIST (WS-LIB-IDX)  TO REL-DET-HIST.
             MOVE WS-LIB-DC (WS-LIB-IDX)    TO REL-DET-DC.
             MOVE WS-LIB-VALOR (WS-LIB-IDX) TO REL-DET-VALOR.
             MOVE REL-DET-LIN TO REL-RECORD.
             WRITE REL-RECORD.

      *> Devolução ao MEDIAREJ: o ajuste do razão auxiliar sai numa
      *> geração própria de MEDIAGLR (mesmo layout do MEDIAGL, com
      *> "*HDR"/"*TRL"), que nunca é copiada para o LIBERADO.
       RETURN-GL-REJECTS.
             OPEN I-O MEDIAVSM-FILE.
             IF WS-FS-VSM NOT = "00"
                 DISPLAY "Erro ao abrir MEDIAVSM, status "
                     WS-FS-VSM "; rejeitados pelo GL não devolvidos."
                 MOVE 8 TO RETURN-CODE
             ELSE
                 OPEN EXTEND MEDIAREJ-FILE
                 IF WS-FS-REJ = "35"
                     OPEN OUTPUT MEDIAREJ-FILE
                 END-IF
                 OPEN OUTPUT MEDIAGLR-FILE
                 PERFORM WRITE-GLR-RUN-HEADER
                 PERFORM REVIEW-GL-REJECT
                     VARYING WS-LIB-IDX FROM 1 BY 1
                     UNTIL WS-LIB-IDX > WS-LIB-QTD
                 PERFORM WRITE-GLR-RUN-TRAILER
                 CLOSE MEDIAGLR-FILE
                 CLOSE MEDIAREJ-FILE
                 CLOSE MEDIAVSM-FILE
             END-IF.

       REVIEW-GL-REJECT.
             IF WS-LIB-RET (WS-LIB-IDX) = "R"
                 EVALUATE WS-LIB-HIST (WS-LIB-IDX)
                     WHEN "RESULTADO MEDIA2NUM"
                         PERFORM HANDLE-RESULT-REJECT
                     WHEN "CONTRAPARTIDA M2NUM"
                         PERFORM HANDLE-CONTRA-REJECT
                     WHEN OTHER
                         MOVE "M" TO WS-LIB-ACAO (WS-LIB-IDX)
                         MOVE "NAO RECICLAVEL - MANUAL"
                             TO WS-ACAO-TXT
                 END-EVALUATE
                 PERFORM WRITE-REJECT-LINES
             END-IF.

      *> Só volta ao MEDIAREJ o resultado cujas duas linhas o GL
      *> rejeitou; com uma delas lançada, devolver o registro
      *> lançaria de novo o lado aceito.
       HANDLE-RESULT-REJECT.
             MOVE ZERO TO WS-LIB-PAR.
             IF WS-LIB-IDX < WS-LIB-QTD
                 COMPUTE WS-LIB-PAR = WS-LIB-IDX + 1
                 IF WS-LIB-HIST (WS-LIB-PAR) NOT = "CONTRAPARTIDA M2NUM"
                         OR WS-LIB-REG (WS-LIB-PAR)
                            NOT = WS-LIB-REG (WS-LIB-IDX)
                         OR WS-LIB-DATA (WS-LIB-PAR)
                            NOT = WS-LIB-DATA (WS-LIB-IDX)
                     MOVE ZERO TO WS-LIB-PAR
                 END-IF
             END-IF.
             IF WS-LIB-PAR = ZERO
                 MOVE "M" TO WS-LIB-ACAO (WS-LIB-IDX)
                 MOVE "SEM CONTRAPARTIDA - MANUAL" TO WS-ACAO-TXT
             ELSE
                 IF WS-LIB-RET (WS-LIB-PAR) NOT = "R"
                     MOVE "M" TO WS-LIB-ACAO (WS-LIB-IDX)
                     MOVE "PAR LANCADO PELO GL - MANUAL"
                         TO WS-ACAO-TXT
                 ELSE
                     PERFORM RETURN-RESULT-TO-REJECTS
                 END-IF
             END-IF.

       HANDLE-CONTRA-REJECT.
             MOVE ZERO TO WS-LIB-PAR.
             IF WS-LIB-IDX > 1
                 COMPUTE WS-LIB-PAR = WS-LIB-IDX - 1
                 IF WS-LIB-HIST (WS-LIB-PAR) NOT = "RESULTADO MEDIA2NUM"
                         OR WS-LIB-REG (WS-LIB-PAR)
                            NOT = WS-LIB-REG (WS-LIB-IDX)
                         OR WS-LIB-DATA (WS-LIB-PAR)
                            NOT = WS-LIB-DATA (WS-LIB-IDX)
                         OR WS-LIB-RET (WS-LIB-PAR) NOT = "R"
                     MOVE ZERO TO WS-LIB-PAR
                 END-IF
             END-IF.
             IF WS-LIB-PAR = ZERO
                 MOVE "M" TO WS-LIB-ACAO (WS-LIB-IDX)
                 MOVE "PAR LANCADO PELO GL - MANUAL" TO WS-ACAO-TXT
             ELSE
                 MOVE WS-LIB-ACAO (WS-LIB-PAR)
                     TO WS-LIB-ACAO (WS-LIB-IDX)
                 MOVE "VIDE LINHA DO RESULTADO" TO WS-ACAO-TXT
             END-IF.

      *> O histórico é lido pela GL-DATA: só confere quando o GL saiu
      *> na própria data de processamento. Conta, centro de custo,
      *> contrapartida e soma precisam bater com as linhas
      *> rejeitadas.
       RETURN-RESULT-TO-REJECTS.
             MOVE "N" TO WS-VSM-OK.
             MOVE WS-LIB-DATA (WS-LIB-IDX) TO VSM-DATA.
             MOVE WS-LIB-REG (WS-LIB-IDX)  TO VSM-REGISTRO.
             MOVE "C"  TO VSM-TIPO.
             MOVE ZERO TO VSM-SEQ.
             READ MEDIAVSM-FILE
                 INVALID KEY
                     CONTINUE
             END-READ.
             IF WS-FS-VSM = "00"
                 IF WS-LIB-DC (WS-LIB-IDX) = "C"
                     COMPUTE WS-LIB-SOMA =
                         WS-LIB-VALOR (WS-LIB-IDX) * -1
                 ELSE
                     MOVE WS-LIB-VALOR (WS-LIB-IDX) TO WS-LIB-SOMA
                 END-IF
                 MOVE VSM-SOMA TO WS-VSM-SOMA
                 IF VSM-EMPRESA = WS-LIB-EMPRESA (WS-LIB-IDX)
                         AND VSM-CONTA = WS-LIB-CONTA (WS-LIB-IDX)
                         AND VSM-CCUSTO = WS-LIB-CCUSTO (WS-LIB-IDX)
                         AND VSM-CONTRA-CONTA
                             = WS-LIB-CONTA (WS-LIB-PAR)
                         AND WS-VSM-SOMA = WS-LIB-SOMA
                     MOVE "S" TO WS-VSM-OK
                 END-IF
             END-IF.
             EVALUATE TRUE
                 WHEN WS-VSM-OK NOT = "S"
                     MOVE "M" TO WS-LIB-ACAO (WS-LIB-IDX)
                     MOVE "SEM HISTORICO NO VSM - MANUAL"
                         TO WS-ACAO-TXT
                 WHEN VSM-SITUACAO = "G"
                     MOVE "J" TO WS-LIB-ACAO (WS-LIB-IDX)
                     MOVE "JA DEVOLVIDO AO MEDIAREJ" TO WS-ACAO-TXT
                 WHEN VSM-SITUACAO = "E"
                     MOVE "M" TO WS-LIB-ACAO (WS-LIB-IDX)
                     MOVE "LOTE ESTORNADO - MANUAL" TO WS-ACAO-TXT
                 WHEN OTHER
                     PERFORM REBUILD-INPUT-IMAGE
             END-EVALUATE.

      *> Imagem do detalhe de MEDIAIN com os valores e a moeda de
      *> origem gravados nos registros "D"; a conversão de moeda é
      *> refeita pela reciclagem.
       REBUILD-INPUT-IMAGE.
             MOVE VSM-DATA     TO WS-REJ-DATA.
             MOVE VSM-QTD      TO WS-QTD.
             MOVE SPACES       TO WS-REG-LOTE.
             MOVE "D"          TO MI-TIPO.
             MOVE VSM-FILIAL   TO MI-FILIAL.
             MOVE VSM-EMPRESA  TO MI-EMPRESA.
             MOVE VSM-CONTA    TO MI-CONTA.
             MOVE VSM-CCUSTO   TO MI-CCUSTO.
             MOVE WS-QTD       TO MI-QTD.
             PERFORM LOAD-VSAM-DETAIL
                 VARYING WS-IDX FROM 1 BY 1
                 UNTIL WS-IDX > WS-QTD
                    OR WS-VSM-OK NOT = "S".
             IF WS-VSM-OK NOT = "S"
                 MOVE "M" TO WS-LIB-ACAO (WS-LIB-IDX)
                 MOVE "SEM HISTORICO NO VSM - MANUAL" TO WS-ACAO-TXT
             ELSE
                 PERFORM WRITE-REJECT-RECORD
                 PERFORM MARK-VSAM-DETAIL
                     VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > WS-QTD
                 PERFORM MARK-VSAM-RESULT
                 PERFORM WRITE-SUBLEDGER-REVERSAL
                 MOVE "D" TO WS-LIB-ACAO (WS-LIB-IDX)
                 MOVE "DEVOLVIDO AO MEDIAREJ (G)" TO WS-ACAO-TXT
                 ADD 1 TO WS-DEVOLVIDOS
             END-IF.

       LOAD-VSAM-DETAIL.
             MOVE WS-REJ-DATA TO VSM-DATA.
             MOVE WS-LIB-REG (WS-LIB-IDX) TO VSM-REGISTRO.
             MOVE "D"    TO VSM-TIPO.
             MOVE WS-IDX TO VSM-SEQ.
             READ MEDIAVSM-FILE
                 INVALID KEY
                     CONTINUE
             END-READ.
             IF WS-FS-VSM = "00"
                 MOVE VSM-VALOR-ORIG TO MI-VALORES (WS-IDX)
                 MOVE VSM-MOEDA      TO MI-MOEDA
             ELSE
                 MOVE "N" TO WS-VSM-OK
             END-IF.

       WRITE-REJECT-RECORD.
             MOVE SPACES       TO MEDIAREJ-RECORD.
             MOVE WS-REJ-DATA  TO REJ-DATA.
             MOVE "G"          TO REJ-MOTIVO.
             MOVE ZERO         TO REJ-OCORR.
             MOVE WS-LIB-REG (WS-LIB-IDX) TO REJ-REGISTRO.
             MOVE WS-REG-LOTE  TO REJ-IMAGEM.
             WRITE MEDIAREJ-RECORD.

       MARK-VSAM-DETAIL.
             MOVE WS-REJ-DATA TO VSM-DATA.
             MOVE WS-LIB-REG (WS-LIB-IDX) TO VSM-REGISTRO.
             MOVE "D"    TO VSM-TIPO.
             MOVE WS-IDX TO VSM-SEQ.
             PERFORM MARK-VSAM-RECORD.

       MARK-VSAM-RESULT.
             MOVE WS-REJ-DATA TO VSM-DATA.
             MOVE WS-LIB-REG (WS-LIB-IDX) TO VSM-REGISTRO.
             MOVE "C"  TO VSM-TIPO.
             MOVE ZERO TO VSM-SEQ.
             PERFORM MARK-VSAM-RECORD.

       MARK-VSAM-RECORD.
             READ MEDIAVSM-FILE
                 INVALID KEY
                     CONTINUE
             END-READ.
             IF WS-FS-VSM = "00"
                 MOVE "G" TO VSM-SITUACAO
                 REWRITE MEDIAVSM-RECORD
             END-IF.
             IF WS-FS-VSM NOT = "00"
                 DISPLAY "Aviso: falha ao marcar MEDIAVSM, status "
                     WS-FS-VSM "; chave " VSM-CHAVE "."
                 IF RETURN-CODE = 0
                     MOVE 4 TO RETURN-CODE
                 END-IF
             END-IF.

      *> As duas linhas rejeitadas voltam no lado oposto, com a
      *> GL-DATA original, para sair do saldo da mesma competência.
       WRITE-SUBLEDGER-REVERSAL.
             MOVE WS-LIB-IDX TO WS-LIB-USO.
             PERFORM WRITE-GLR-LINE.
             MOVE WS-LIB-PAR TO WS-LIB-USO.
             PERFORM WRITE-GLR-LINE.

       WRITE-GLR-LINE.
             MOVE SPACES TO GLRAJ-RECORD.
             MOVE WS-LIB-EMPRESA (WS-LIB-USO) TO GLA-EMPRESA.
             MOVE WS-LIB-CONTA (WS-LIB-USO)   TO GLA-CONTA.
             MOVE WS-LIB-CCUSTO (WS-LIB-USO)  TO GLA-CCUSTO.
             MOVE WS-LIB-DATA (WS-LIB-USO)    TO GLA-DATA.
             MOVE WS-LIB-VALOR (WS-LIB-USO)   TO GLA-VALOR.
             MOVE WS-LIB-MEDIA (WS-LIB-USO)   TO GLA-MEDIA.
             MOVE WS-LIB-REG (WS-LIB-USO)     TO GLA-REGISTRO.
             MOVE "REJEITADO PELO GL"         TO GLA-HIST.
             IF WS-LIB-DC (WS-LIB-USO) = "D"
                 MOVE "C" TO GLA-DC
                 ADD GLA-VALOR TO WS-GL-CREDITOS
                 SUBTRACT GLA-VALOR FROM WS-GL-SOMA-TOT
             ELSE
                 MOVE "D" TO GLA-DC
                 ADD GLA-VALOR TO WS-GL-DEBITOS
                 ADD GLA-VALOR TO WS-GL-SOMA-TOT
             END-IF.
             WRITE GLRAJ-RECORD.
             ADD 1 TO WS-GL-LINHAS.

       WRITE-GLR-RUN-HEADER.
             ACCEPT WS-RUN-HORA FROM TIME.
             MOVE SPACES       TO GLRAJ-RUN.
             MOVE "*HDR"       TO GLAR-ID.
             MOVE WS-DATA-FIM  TO GLAR-DATA.
             MOVE WS-RUN-HORA  TO GLAR-HORA.
             MOVE ZERO         TO GLAR-REGS.
             MOVE ZERO         TO GLAR-VALOR.
             MOVE ZERO         TO GLAR-LINHAS.
             MOVE ZERO         TO GLAR-DEBITOS.
             MOVE ZERO         TO GLAR-CREDITOS.
             WRITE GLRAJ-RUN.

       WRITE-GLR-RUN-TRAILER.
             ACCEPT WS-RUN-HORA FROM TIME.
             MOVE SPACES       TO GLRAJ-RUN.
             MOVE "*TRL"       TO GLAR-ID.
             MOVE WS-DATA-FIM  TO GLAR-DATA.
             MOVE WS-RUN-HORA  TO GLAR-HORA.
             MOVE WS-DEVOLVIDOS  TO GLAR-REGS.
             MOVE WS-GL-SOMA-TOT TO GLAR-VALOR.
             MOVE WS-GL-LINHAS   TO GLAR-LINHAS.
             MOVE WS-GL-DEBITOS  TO GLAR-DEBITOS.
             MOVE WS-GL-CREDITOS TO GLAR-CREDITOS.
             WRITE GLRAJ-RUN.

       WRITE-REJECT-LINES.
             IF WS-LIB-ACAO (WS-LIB-IDX) = "M"
                 ADD 1 TO WS-MANUAIS
             END-IF.
             IF WS-LIB-ACAO (WS-LIB-IDX) = "J"
                     AND WS-LIB-HIST (WS-LIB-IDX)
                         = "RESULTADO MEDIA2NUM"
                 ADD 1 TO WS-JA-DEVOLVIDOS
             END-IF.
             MOVE "REJEITADO PELO GL" TO REL-DET-TEXTO.
             PERFORM WRITE-RELEASED-LINE.
             MOVE WS-LIB-RET-MOTIVO (WS-LIB-IDX) TO REL-REJ-MOTIVO.
             MOVE WS-LIB-RET-MSG (WS-LIB-IDX)    TO REL-REJ-MSG.
             MOVE WS-ACAO-TXT                    TO REL-REJ-ACAO.
             MOVE REL-REJ-LIN TO REL-RECORD.
             WRITE REL-RECORD.

       WRITE-RECON-TOTALS.
             MOVE SPACES TO REL-RECORD.
             WRITE REL-RECORD.
             MOVE "LINHAS LIBERADAS NO PERIODO" TO REL-TOT-NOME.
             MOVE WS-LIB-LIDAS TO REL-TOT-QTD.
             PERFORM WRITE-TOTAL-LINE.
             MOVE "RETORNOS LIDOS" TO REL-TOT-NOME.
             MOVE WS-RET-LIDOS TO REL-TOT-QTD.
             PERFORM WRITE-TOTAL-LINE.
             MOVE "LANCADAS PELO GL" TO REL-TOT-NOME.
             MOVE WS-RET-LANCADOS TO REL-TOT-QTD.
             PERFORM WRITE-TOTAL-LINE.
             MOVE "REJEITADAS PELO GL" TO REL-TOT-NOME.
             MOVE WS-RET-REJEITADOS TO REL-TOT-QTD.
             PERFORM WRITE-TOTAL-LINE.
             MOVE "LIBERADAS SEM RETORNO" TO REL-TOT-NOME.
             MOVE WS-SEM-RETORNO TO REL-TOT-QTD.
             PERFORM WRITE-TOTAL-LINE.
             MOVE "LANCADAS COM VALOR DIVERGENTE" TO REL-TOT-NOME.
             MOVE WS-DIVERGENTES TO REL-TOT-QTD.
             PERFORM WRITE-TOTAL-LINE.
             MOVE "RETORNOS NAO CASADOS" TO REL-TOT-NOME.
             MOVE WS-RET-NAO-CASADOS TO REL-TOT-QTD.
             PERFORM WRITE-TOTAL-LINE.
             MOVE "RESULTADOS DEVOLVIDOS (G)" TO REL-TOT-NOME.
             MOVE WS-DEVOLVIDOS TO REL-TOT-QTD.
             PERFORM WRITE-TOTAL-LINE.
             MOVE "JA DEVOLVIDOS ANTES" TO REL-TOT-NOME.
             MOVE WS-JA-DEVOLVIDOS TO REL-TOT-QTD.
             PERFORM WRITE-TOTAL-LINE.
             MOVE "REJEITADAS PARA TRATAR A MAO" TO REL-TOT-NOME.
             MOVE WS-MANUAIS TO REL-TOT-QTD.
             PERFORM WRITE-TOTAL-LINE.

             COMPUTE WS-PENDENCIAS = WS-SEM-RETORNO + WS-DIVERGENTES
                 + WS-RET-NAO-CASADOS + WS-RET-REJEITADOS.
             MOVE SPACES TO REL-RECORD.
             WRITE REL-RECORD.
             IF RETURN-CODE = 8
                 MOVE "CONCILIACAO NAO CONCLUIDA - VER A SAIDA DO JOB"
                     TO REL-RES-TEXTO
             ELSE
                 IF WS-PENDENCIAS = 0
                     MOVE "RETORNO DO GL CONFERE COM O LIBERADO"
                         TO REL-RES-TEXTO
                 ELSE
                     MOVE "RETORNO DO GL COM PENDENCIAS"
                         TO REL-RES-TEXTO
                     IF RETURN-CODE = 0
                         MOVE 4 TO RETURN-CODE
                     END-IF
                 END-IF
             END-IF.
             MOVE REL-RESULT-LIN TO REL-RECORD.
             WRITE REL-RECORD.
             DISPLAY "Retorno do GL: " WS-LIB-LIDAS " linha(s) "
                 "liberada(s), " WS-RET-LIDOS " retorno(s), "
                 WS-PENDENCIAS " pendência(s), " WS-DEVOLVIDOS
                 " resultado(s) devolvido(s) ao MEDIAREJ.".

       WRITE-TOTAL-LINE.
             MOVE REL-TOT-LIN TO REL-RECORD.
             WRITE REL-RECORD.

         END PROGRAM MedGlRet.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. MedSaldo.
       AUTHOR. Renato.
       DATE-WRITTEN. 2026-10-15.

       *> Razão auxiliar de saldos do Media2Num (MEDIASLD, VSAM KSDS,
       *> chave empresa + conta + centro de custo + competência AAAAMM)
       *> com saldo inicial, débitos, créditos e saldo final do mês,
       *> no sentido devedor (saldo final = inicial + débitos -
       *> créditos). Função "A" atualiza os saldos com uma geração
       *> de MEDIAGL já liberada: roda só nos jobs que copiam o feed
       *> para o dataset LIBERADO (noturno, reciclagem, liberação
       *> MEDEXCRL e estorno), logo depois da cópia e com a mesma
       *> condição, para o feed retido não entrar no saldo antes de
       *> liberado. A competência de cada linha é a da GL-DATA; conta
       *> sem saldo no mês nasce com o saldo final do mês anterior.
       *> Função "V" é a virada da competência fechada no MEDIAPER
       *> (step do job mensal MEDCONSL depois do fechamento): o saldo
       *> final de cada conta vira o saldo inicial do mês seguinte,
       *> recalculando o saldo final dele; pode ser repetida depois
       *> de uma reabertura e novo fechamento. Função "B" grava em
       *> SLDREL o balancete da competência por empresa, conferindo
       *> que o total de débitos é igual ao de créditos (diferença
       *> termina com RC=8). "A" e "V" gravam registro de controle
       *> em MEDIARUN (modos "S" e "V").
       *> 2026-10-15 Renato - função "A" também no job MEDGLRET, com
       *> a geração de MEDIAGLR que tira do saldo as linhas
       *> rejeitadas pelo GL e devolvidas ao MEDIAREJ.
       *> 2026-10-15 Renato - linha lançada num mês que já tem meses
       *> seguintes no MEDIASLD (competência fechada, por exemplo)
       *> leva a diferença aos saldos de todos eles, e a virada faz o
       *> mesmo além do mês seguinte; linha em competência fechada no
       *> MEDIAPER termina com RC=4. Geração cujo "*HDR" (data e
       *> hora) já foi lançado numa rodada "S" do MEDIARUN termina
       *> com RC=8 sem lançar nada; a hora do "*HDR" fica gravada no
       *> registro de controle da rodada.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEDIASLD-FILE ASSIGN TO "MEDIASLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SLD-CHAVE
               FILE STATUS IS WS-FS-SLD.

           SELECT MEDIAGL-FILE ASSIGN TO "MEDIAGL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GL.

           SELECT MEDIAPER-FILE ASSIGN TO "MEDIAPER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PER-COMPETENCIA
               FILE STATUS IS WS-FS-PER.

           SELECT SLDREL-FILE ASSIGN TO "SLDREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REL.

           SELECT MEDIARUN-FILE ASSIGN TO "MEDIARUN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RUN.

       DATA DIVISION.
       FILE SECTION.
       FD  MEDIASLD-FILE.
       01  MEDIASLD-RECORD.
           05  SLD-CHAVE.
               10  SLD-EMPRESA     PIC X(04).
               10  SLD-CONTA       PIC X(10).
               10  SLD-CCUSTO      PIC X(06).
               10  SLD-COMPETENCIA PIC 9(06).
           05  SLD-ABERTURA    PIC S9(11)V99 SIGN LEADING SEPARATE.
           05  SLD-DEBITOS     PIC 9(11)V99.
           05  SLD-CREDITOS    PIC 9(11)V99.
           05  SLD-FECHAMENTO  PIC S9(11)V99 SIGN LEADING SEPARATE.
           05  SLD-DT-ATUAL    PIC 9(08).

       FD  MEDIAGL-FILE.
       01  GLFEED-RECORD.
           05  GL-EMPRESA      PIC X(04).
           05  FILLER          PIC X(01).
           05  GL-CONTA        PIC X(10).
           05  FILLER          PIC X(01).
           05  GL-CCUSTO       PIC X(06).
           05  FILLER          PIC X(01).
           05  GL-DATA         PIC 9(08).
           05  GL-DATA-MES REDEFINES GL-DATA.
               10  GL-DATA-AAAAMM  PIC 9(06).
               10  FILLER          PIC X(02).
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

       FD  MEDIAPER-FILE.
       01  MEDIAPER-RECORD.
           05  PER-COMPETENCIA PIC 9(06).
           05  PER-SITUACAO    PIC X(01).
           05  PER-DT-SITUACAO PIC 9(08).
           05  PER-HORA-SITUACAO   PIC 9(06).
           05  PER-INICIAIS    PIC X(03).

       FD  SLDREL-FILE.
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
           05  FILLER          PIC X(01).
           05  RUN-FEED-HORA   PIC 9(06).

       WORKING-STORAGE SECTION.
       77  WS-FS-SLD           PIC X(02).
       77  WS-FS-GL            PIC X(02).
       77  WS-FS-PER           PIC X(02).
       77  WS-FS-REL           PIC X(02).
       77  WS-FS-RUN           PIC X(02).
       77  WS-EOF-FLAG         PIC X(01)    VALUE "N".
       77  WS-RUN-EOF          PIC X(01)    VALUE "N".
       77  WS-RUN-HORA-INI     PIC 9(06)    VALUE ZERO.
       77  WS-RUN-HORA-FIM     PIC 9(06).
       77  WS-RUN-MODO         PIC X(01).
       77  WS-RUN-DATA         PIC 9(08)    VALUE ZERO.
       77  WS-FEED-HORA        PIC 9(06)    VALUE ZERO.
       77  WS-JA-LANCADO       PIC X(01)    VALUE "N".
       77  WS-ANT-HORA         PIC 9(06).

       77  WS-FUNCAO           PIC X(01).
       77  WS-DATA-HOJE        PIC 9(08).
       77  WS-COMP-TXT         PIC X(06).
       77  WS-COMP             REDEFINES WS-COMP-TXT PIC 9(06).

       01  WS-COMP-SEGUINTE.
           05  WS-SEG-ANO      PIC 9(04).
           05  WS-SEG-MES      PIC 9(02).
       01  WS-COMP-SEGUINTE-NUM REDEFINES WS-COMP-SEGUINTE PIC 9(06).
       01  WS-COMP-ANTERIOR.
           05  WS-ANT-ANO      PIC 9(04).
           05  WS-ANT-MES      PIC 9(02).
       01  WS-COMP-ANTERIOR-NUM REDEFINES WS-COMP-ANTERIOR PIC 9(06).

       77  WS-SLD-CHAVE-TRAB   PIC X(26).
       77  WS-SLD-NOVO         PIC X(01).
       77  WS-SLD-ERRO         PIC X(01).
       77  WS-SLD-ABERTURA-ANT PIC S9(11)V99.

       01  WS-PROP-CHAVE.
           05  WS-PROP-EMPRESA PIC X(04).
           05  WS-PROP-CONTA   PIC X(10).
           05  WS-PROP-CCUSTO  PIC X(06).
           05  WS-PROP-COMP    PIC 9(06).
       77  WS-PROP-DIFERENCA   PIC S9(11)V99.
       77  WS-FECHAMENTO-ANT   PIC S9(11)V99.
       77  WS-PROP-FIM         PIC X(01).
       77  WS-SLD-POSTERIORES  PIC 9(06)    VALUE ZERO.
       77  WS-PER-COMP-LIDA    PIC 9(06)    VALUE ZERO.
       77  WS-PER-SIT-LIDA     PIC X(01)    VALUE SPACE.

       77  WS-LINHAS-LIDAS     PIC 9(06)    VALUE ZERO.
       77  WS-LINHAS-APLICADAS PIC 9(06)    VALUE ZERO.
       77  WS-LINHAS-ERRO      PIC 9(06)    VALUE ZERO.
       77  WS-LINHAS-FECHADAS  PIC 9(06)    VALUE ZERO.
       77  WS-SALDOS-CRIADOS   PIC 9(06)    VALUE ZERO.
       77  WS-TOT-DEBITOS      PIC 9(11)V99 VALUE ZERO.
       77  WS-TOT-CREDITOS     PIC 9(11)V99 VALUE ZERO.
       77  WS-TRL-VISTO        PIC X(01)    VALUE "N".
       77  WS-TRL-LINHAS       PIC 9(06)    VALUE ZERO.
       77  WS-TRL-DEBITOS      PIC 9(11)V99 VALUE ZERO.
       77  WS-TRL-CREDITOS     PIC 9(11)V99 VALUE ZERO.

       77  WS-VIR-CHAVE        PIC X(26).
       77  WS-VIR-FECHAMENTO   PIC S9(11)V99.
       77  WS-VIR-LIDOS        PIC 9(06)    VALUE ZERO.
       77  WS-VIR-GRAVADOS     PIC 9(06)    VALUE ZERO.
       77  WS-VIR-ERROS        PIC 9(06)    VALUE ZERO.

       77  WS-EMP-ATUAL        PIC X(04)    VALUE SPACES.
       77  WS-EMP-ABERTURA     PIC S9(11)V99 VALUE ZERO.
       77  WS-EMP-DEBITOS      PIC 9(11)V99 VALUE ZERO.
       77  WS-EMP-CREDITOS     PIC 9(11)V99 VALUE ZERO.
       77  WS-EMP-FECHAMENTO   PIC S9(11)V99 VALUE ZERO.
       77  WS-EMP-DIFERENCA    PIC S9(11)V99 VALUE ZERO.
       77  WS-GER-ABERTURA     PIC S9(11)V99 VALUE ZERO.
       77  WS-GER-DEBITOS      PIC 9(11)V99 VALUE ZERO.
       77  WS-GER-CREDITOS     PIC 9(11)V99 VALUE ZERO.
       77  WS-GER-FECHAMENTO   PIC S9(11)V99 VALUE ZERO.
       77  WS-BAL-LINHAS       PIC 9(06)    VALUE ZERO.
       77  WS-BAL-EMPRESAS     PIC 9(04)    VALUE ZERO.
       77  WS-BAL-DIVERGENTES  PIC 9(04)    VALUE ZERO.

       01  REL-TITULO.
           05  FILLER          PIC X(38)    VALUE
               "BALANCETE DE VERIFICACAO - MEDIA2NUM  ".
           05  FILLER          PIC X(12)    VALUE "COMPETENCIA ".
           05  REL-TIT-COMP    PIC 9(06).
           05  FILLER          PIC X(02)    VALUE SPACES.
           05  FILLER          PIC X(10)    VALUE "EMITIDO EM".
           05  FILLER          PIC X(01)    VALUE SPACE.
           05  REL-TIT-DATA    PIC 9(08).
           05  FILLER          PIC X(03)    VALUE SPACES.
       01  REL-EMP-CAB.
           05  FILLER          PIC X(08)    VALUE "EMPRESA ".
           05  REL-EMP-CODIGO  PIC X(04).
           05  FILLER          PIC X(68)    VALUE SPACES.
       01  REL-COL-CAB.
           05  FILLER          PIC X(40)    VALUE
               "CONTA      CCUSTO  SALDO INICIAL        ".
           05  FILLER          PIC X(40)    VALUE
               "DEBITOS       CREDITOS    SALDO FINAL   ".
       01  REL-SLD-LIN.
           05  REL-SLD-CONTA   PIC X(10).
           05  FILLER          PIC X(01)    VALUE SPACES.
           05  REL-SLD-CCUSTO  PIC X(06).
           05  FILLER          PIC X(01)    VALUE SPACES.
           05  REL-SLD-ABERT   PIC -(10)9.99.
           05  FILLER          PIC X(01)    VALUE SPACES.
           05  REL-SLD-DEB     PIC Z(10)9.99.
           05  FILLER          PIC X(01)    VALUE SPACES.
           05  REL-SLD-CRED    PIC Z(10)9.99.
           05  FILLER          PIC X(01)    VALUE SPACES.
           05  REL-SLD-FECH    PIC -(10)9.99.
           05  FILLER          PIC X(03)    VALUE SPACES.
       01  REL-TOT-LIN.
           05  REL-TOT-ROTULO  PIC X(14).
           05  REL-TOT-EMP     PIC X(04).
           05  REL-TOT-ABERT   PIC -(10)9.99.
           05  FILLER          PIC X(01)    VALUE SPACES.
           05  REL-TOT-DEB     PIC Z(10)9.99.
           05  FILLER          PIC X(01)    VALUE SPACES.
           05  REL-TOT-CRED    PIC Z(10)9.99.
           05  FILLER          PIC X(01)    VALUE SPACES.
           05  REL-TOT-FECH    PIC -(10)9.99.
           05  FILLER          PIC X(03)    VALUE SPACES.
       01  REL-CONF-LIN.
           05  FILLER          PIC X(08)    VALUE "EMPRESA ".
           05  REL-CONF-EMP    PIC X(04).
           05  FILLER          PIC X(01)    VALUE SPACE.
           05  REL-CONF-TEXTO  PIC X(40).
           05  REL-CONF-VALOR  PIC X(14).
           05  REL-CONF-DIF REDEFINES REL-CONF-VALOR PIC -(10)9.99.
           05  FILLER          PIC X(13)    VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
             ACCEPT WS-RUN-HORA-INI FROM TIME.
             ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
             DISPLAY "Função (A=atualização / V=virada / "
                 "B=balancete): ".
             ACCEPT WS-FUNCAO.

             EVALUATE WS-FUNCAO
                 WHEN "A"
                 WHEN "a"
                     MOVE "S" TO WS-RUN-MODO
                     PERFORM POST-RELEASED-FEED
                     PERFORM WRITE-RUN-CONTROL
                 WHEN "V"
                 WHEN "v"
                     PERFORM PROMPT-COMPETENCIA
                     IF RETURN-CODE NOT = 8
                         MOVE "V" TO WS-RUN-MODO
                         COMPUTE WS-RUN-DATA = WS-COMP * 100
                         PERFORM ROLL-FORWARD-BALANCES
                         PERFORM WRITE-RUN-CONTROL
                     END-IF
                 WHEN "B"
                 WHEN "b"
                     PERFORM PROMPT-COMPETENCIA
                     IF RETURN-CODE NOT = 8
                         PERFORM PRINT-TRIAL-BALANCE
                     END-IF
                 WHEN OTHER
                     DISPLAY "Função inválida: " WS-FUNCAO
                         ". Informe A, V ou B."
                     MOVE 8 TO RETURN-CODE
             END-EVALUATE.

             STOP RUN.

       PROMPT-COMPETENCIA.
             DISPLAY "Competência (AAAAMM): ".
             ACCEPT WS-COMP-TXT.
             IF WS-COMP-TXT IS NOT NUMERIC
                 DISPLAY "Competência inválida: " WS-COMP-TXT
                     ". Informe AAAAMM."
                 MOVE 8 TO RETURN-CODE
             ELSE
                 MOVE WS-COMP TO WS-COMP-SEGUINTE
                 IF WS-SEG-MES < 1 OR WS-SEG-MES > 12
                     DISPLAY "Competência inválida: " WS-COMP-TXT
                         ". Informe AAAAMM."
                     MOVE 8 TO RETURN-CODE
                 END-IF
             END-IF.

       WRITE-RUN-CONTROL.
             MOVE SPACES      TO MEDIARUN-RECORD.
             MOVE "MEDSALDO"  TO RUN-PROGRAMA.
             MOVE WS-RUN-DATA TO RUN-DATA-PROC.
             MOVE WS-RUN-MODO TO RUN-MODO.
             MOVE WS-RUN-HORA-INI TO RUN-HORA-INI.
             ACCEPT WS-RUN-HORA-FIM FROM TIME.
             MOVE WS-RUN-HORA-FIM TO RUN-HORA-FIM.
             IF WS-RUN-MODO = "S"
                 MOVE WS-LINHAS-APLICADAS TO RUN-PROC
                 MOVE WS-LINHAS-ERRO      TO RUN-INVAL
                 MOVE WS-FEED-HORA        TO RUN-FEED-HORA
             ELSE
                 MOVE WS-VIR-GRAVADOS     TO RUN-PROC
                 MOVE WS-VIR-ERROS        TO RUN-INVAL
             END-IF.
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
                     WS-FS-RUN "; saldos sem registro de controle."
                 IF RETURN-CODE = 0
                     MOVE 4 TO RETURN-CODE
                 END-IF
             END-IF.

       OPEN-BALANCE-MASTER.
             OPEN I-O MEDIASLD-FILE.
             IF WS-FS-SLD = "35"
                 OPEN OUTPUT MEDIASLD-FILE
                 CLOSE MEDIASLD-FILE
                 OPEN I-O MEDIASLD-FILE
             END-IF.
             IF WS-FS-SLD NOT = "00"
                 DISPLAY "Erro ao abrir MEDIASLD, status "
                     WS-FS-SLD "."
                 MOVE 8 TO RETURN-CODE
             END-IF.

      *> Atualização com o feed liberado. Header e trailer não entram
      *> no saldo; o trailer só confere a quantidade de linhas e os
      *> totais a débito e a crédito do que foi aplicado.
       POST-RELEASED-FEED.
             OPEN INPUT MEDIAGL-FILE.
             IF WS-FS-GL NOT = "00"
                 DISPLAY "Erro ao abrir MEDIAGL, status "
                     WS-FS-GL "."
                 MOVE 8 TO RETURN-CODE
             ELSE
                 MOVE "N" TO WS-EOF-FLAG
                 PERFORM READ-GL-RECORD
                 PERFORM CHECK-FEED-HEADER
                 IF RETURN-CODE NOT = 8
                     PERFORM OPEN-PERIOD-MASTER
                 END-IF
                 IF RETURN-CODE NOT = 8
                     PERFORM OPEN-BALANCE-MASTER
                     IF RETURN-CODE NOT = 8
                         PERFORM POST-ONE-GL-RECORD
                             UNTIL WS-EOF-FLAG = "S"
                         CLOSE MEDIASLD-FILE
                         PERFORM CHECK-FEED-TRAILER
                         DISPLAY "Saldos atualizados: "
                             WS-LINHAS-APLICADAS " linha(s) do "
                             "MEDIAGL, " WS-SALDOS-CRIADOS
                             " saldo(s) novo(s), " WS-SLD-POSTERIORES
                             " saldo(s) de meses seguintes "
                             "ajustado(s), " WS-LINHAS-ERRO
                             " linha(s) com erro."
                         PERFORM CHECK-CLOSED-PERIOD-LINES
                     END-IF
                     CLOSE MEDIAPER-FILE
                 END-IF
                 CLOSE MEDIAGL-FILE
             END-IF.

      *> Cada geração de MEDIAGL começa com um "*HDR" de data e hora
      *> próprias. Rodada "S" anterior no MEDIARUN com a mesma data e
      *> hora e linhas aplicadas é a mesma geração lançada de novo
      *> (restart do step, job repetido, STEP020 do MEDGLRET
      *> resubmetido) e dobraria os saldos. Geração vazia segue como
      *> antes e só acusa a falta do trailer.
       CHECK-FEED-HEADER.
             IF WS-EOF-FLAG NOT = "S"
                 IF GLR-ID NOT = "*HDR" OR GLR-DATA IS NOT NUMERIC
                         OR GLR-HORA IS NOT NUMERIC
                     DISPLAY "MEDIAGL sem *HDR na primeira linha; "
                         "geração não lançada."
                     MOVE 8 TO RETURN-CODE
                 ELSE
                     MOVE GLR-DATA TO WS-RUN-DATA
                     MOVE GLR-HORA TO WS-FEED-HORA
                     PERFORM CHECK-PRIOR-POSTING
                 END-IF
             END-IF.

       CHECK-PRIOR-POSTING.
             MOVE "N" TO WS-JA-LANCADO.
             OPEN INPUT MEDIARUN-FILE.
             IF WS-FS-RUN = "00"
                 MOVE "N" TO WS-RUN-EOF
                 PERFORM CHECK-ONE-PRIOR-POSTING
                     UNTIL WS-RUN-EOF = "S"
                 CLOSE MEDIARUN-FILE
             ELSE
                 IF WS-FS-RUN NOT = "35"
                     DISPLAY "Erro ao abrir MEDIARUN, status "
                         WS-FS-RUN "; geração não lançada."
                     MOVE 8 TO RETURN-CODE
                 END-IF
             END-IF.
             IF WS-JA-LANCADO = "S"
                 DISPLAY "MEDIAGL com *HDR de " WS-RUN-DATA " "
                     WS-FEED-HORA " já lançado no MEDIASLD (rodada "
                     "das " WS-ANT-HORA " no MEDIARUN); geração não "
                     "lançada."
                 MOVE 8 TO RETURN-CODE
             END-IF.

       CHECK-ONE-PRIOR-POSTING.
             READ MEDIARUN-FILE
                 AT END
                     MOVE "S" TO WS-RUN-EOF
             END-READ.
             IF WS-RUN-EOF NOT = "S"
                 IF RUN-PROGRAMA = "MEDSALDO" AND RUN-MODO = "S"
                         AND RUN-FEED-HORA IS NUMERIC
                     IF RUN-DATA-PROC = WS-RUN-DATA
                             AND RUN-FEED-HORA = WS-FEED-HORA
                             AND RUN-PROC > 0
                         MOVE "S" TO WS-JA-LANCADO
                         MOVE RUN-HORA-FIM TO WS-ANT-HORA
                     END-IF
                 END-IF
             END-IF.

       OPEN-PERIOD-MASTER.
             OPEN INPUT MEDIAPER-FILE.
             IF WS-FS-PER NOT = "00"
                 DISPLAY "Erro ao abrir MEDIAPER, status "
                     WS-FS-PER "."
                 MOVE 8 TO RETURN-CODE
             END-IF.

      *> O balancete da competência fechada já foi emitido: a linha
      *> entra no saldo dela e dos meses seguintes, mas fica o aviso.
       CHECK-CLOSED-PERIOD-LINES.
             IF WS-LINHAS-FECHADAS > 0
                 DISPLAY "Aviso: " WS-LINHAS-FECHADAS " linha(s) em "
                     "competência fechada no MEDIAPER; reemitir o "
                     "balancete das competências afetadas."
                 IF RETURN-CODE = 0
                     MOVE 4 TO RETURN-CODE
                 END-IF
             END-IF.

       READ-GL-RECORD.
             READ MEDIAGL-FILE
                 AT END
                     MOVE "S" TO WS-EOF-FLAG
             END-READ.

       POST-ONE-GL-RECORD.
             EVALUATE GLR-ID
                 WHEN "*HDR"
                     MOVE GLR-DATA TO WS-RUN-DATA
                 WHEN "*TRL"
                     MOVE "S"          TO WS-TRL-VISTO
                     MOVE GLR-LINHAS   TO WS-TRL-LINHAS
                     MOVE GLR-DEBITOS  TO WS-TRL-DEBITOS
                     MOVE GLR-CREDITOS TO WS-TRL-CREDITOS
                 WHEN OTHER
                     PERFORM POST-GL-LINE
             END-EVALUATE.
             PERFORM READ-GL-RECORD.

       POST-GL-LINE.
             ADD 1 TO WS-LINHAS-LIDAS.
             IF (GL-DC NOT = "D" AND GL-DC NOT = "C")
                     OR GL-VALOR IS NOT NUMERIC
                     OR GL-DATA IS NOT NUMERIC
                 DISPLAY "Linha do MEDIAGL inválida, fora do saldo: "
                     GLFEED-RECORD
                 ADD 1 TO WS-LINHAS-ERRO
                 MOVE 8 TO RETURN-CODE
             ELSE
                 MOVE GL-EMPRESA     TO SLD-EMPRESA
                 MOVE GL-CONTA       TO SLD-CONTA
                 MOVE GL-CCUSTO      TO SLD-CCUSTO
                 MOVE GL-DATA-AAAAMM TO SLD-COMPETENCIA
                 PERFORM CHECK-LINE-PERIOD
                 PERFORM LOAD-BALANCE
                 IF WS-SLD-ERRO NOT = "S"
                     IF WS-SLD-NOVO = "S"
                         MOVE ZERO TO WS-FECHAMENTO-ANT
                     ELSE
                         MOVE SLD-FECHAMENTO TO WS-FECHAMENTO-ANT
                     END-IF
                     IF GL-DC = "D"
                         ADD GL-VALOR TO SLD-DEBITOS
                         ADD GL-VALOR TO WS-TOT-DEBITOS
                     ELSE
                         ADD GL-VALOR TO SLD-CREDITOS
                         ADD GL-VALOR TO WS-TOT-CREDITOS
                     END-IF
                     PERFORM STORE-BALANCE
                     IF WS-SLD-ERRO NOT = "S"
                         ADD 1 TO WS-LINHAS-APLICADAS
                         IF WS-PER-SIT-LIDA = "F"
                             ADD 1 TO WS-LINHAS-FECHADAS
                         END-IF
                         COMPUTE WS-PROP-DIFERENCA = SLD-FECHAMENTO
                             - WS-FECHAMENTO-ANT
                         MOVE SLD-CHAVE TO WS-PROP-CHAVE
                         PERFORM CARRY-FORWARD-DIFFERENCE
                     END-IF
                 END-IF
                 IF WS-SLD-ERRO = "S"
                     ADD 1 TO WS-LINHAS-ERRO
                 END-IF
             END-IF.

      *> Situação no MEDIAPER da competência da linha; as linhas de
      *> um feed costumam ser todas do mesmo mês, então só relê na
      *> troca de competência.
       CHECK-LINE-PERIOD.
             IF SLD-COMPETENCIA NOT = WS-PER-COMP-LIDA
                 MOVE SLD-COMPETENCIA TO WS-PER-COMP-LIDA
                 MOVE SLD-COMPETENCIA TO PER-COMPETENCIA
                 READ MEDIAPER-FILE
                     INVALID KEY
                         MOVE SPACES TO PER-SITUACAO
                 END-READ
                 MOVE PER-SITUACAO TO WS-PER-SIT-LIDA
             END-IF.

      *> O saldo inicial de cada mês é o final do anterior: mudança
      *> num mês que já tem meses seguintes no MEDIASLD (competência
      *> fechada e virada, lançamento com data retroativa ou virada
      *> repetida depois de uma reabertura) vai para o saldo inicial
      *> e final de todos eles. A competência é o último campo da
      *> chave, então os meses seguintes da conta vêm logo depois.
       CARRY-FORWARD-DIFFERENCE.
             IF WS-PROP-DIFERENCA NOT = ZERO
                 MOVE WS-PROP-CHAVE TO SLD-CHAVE
                 MOVE "N" TO WS-PROP-FIM
                 START MEDIASLD-FILE KEY IS GREATER THAN SLD-CHAVE
                     INVALID KEY
                         MOVE "S" TO WS-PROP-FIM
                 END-START
                 PERFORM CARRY-ONE-LATER-MONTH
                     UNTIL WS-PROP-FIM = "S"
             END-IF.

       CARRY-ONE-LATER-MONTH.
             READ MEDIASLD-FILE NEXT RECORD
                 AT END
                     MOVE "S" TO WS-PROP-FIM
             END-READ.
             IF WS-PROP-FIM NOT = "S"
                 IF SLD-EMPRESA NOT = WS-PROP-EMPRESA
                         OR SLD-CONTA NOT = WS-PROP-CONTA
                         OR SLD-CCUSTO NOT = WS-PROP-CCUSTO
                     MOVE "S" TO WS-PROP-FIM
                 ELSE
                     ADD WS-PROP-DIFERENCA TO SLD-ABERTURA
                     MOVE "N" TO WS-SLD-NOVO
                     PERFORM STORE-BALANCE
                     IF WS-SLD-ERRO = "S"
                         MOVE "N" TO WS-SLD-ERRO
                         MOVE "S" TO WS-PROP-FIM
                     ELSE
                         ADD 1 TO WS-SLD-POSTERIORES
                     END-IF
                 END-IF
             END-IF.

      *> Lê o saldo da chave montada em SLD-CHAVE; se a conta ainda
      *> não tem saldo na competência, prepara um registro novo com o
      *> saldo final do mês anterior como saldo inicial.
       LOAD-BALANCE.
             MOVE "N" TO WS-SLD-NOVO.
             MOVE "N" TO WS-SLD-ERRO.
             MOVE SLD-CHAVE TO WS-SLD-CHAVE-TRAB.
             READ MEDIASLD-FILE
                 INVALID KEY
                     MOVE "S" TO WS-SLD-NOVO
             END-READ.
             IF WS-SLD-NOVO = "S"
                 PERFORM FIND-PRIOR-CLOSING
                 MOVE SPACES              TO MEDIASLD-RECORD
                 MOVE WS-SLD-CHAVE-TRAB   TO SLD-CHAVE
                 MOVE WS-SLD-ABERTURA-ANT TO SLD-ABERTURA
                 MOVE ZERO                TO SLD-DEBITOS
                 MOVE ZERO                TO SLD-CREDITOS
             ELSE
                 IF WS-FS-SLD NOT = "00"
                     DISPLAY "Erro ao ler MEDIASLD, status "
                         WS-FS-SLD "; chave " WS-SLD-CHAVE-TRAB "."
                     MOVE "S" TO WS-SLD-ERRO
                     MOVE 8 TO RETURN-CODE
                 END-IF
             END-IF.

       FIND-PRIOR-CLOSING.
             MOVE ZERO TO WS-SLD-ABERTURA-ANT.
             MOVE SLD-COMPETENCIA TO WS-COMP-ANTERIOR.
             IF WS-ANT-MES = 1
                 MOVE 12 TO WS-ANT-MES
                 SUBTRACT 1 FROM WS-ANT-ANO
             ELSE
                 SUBTRACT 1 FROM WS-ANT-MES
             END-IF.
             MOVE WS-COMP-ANTERIOR-NUM TO SLD-COMPETENCIA.
             READ MEDIASLD-FILE
                 INVALID KEY
                     CONTINUE
             END-READ.
             IF WS-FS-SLD = "00"
                 MOVE SLD-FECHAMENTO TO WS-SLD-ABERTURA-ANT
             END-IF.

       STORE-BALANCE.
             COMPUTE SLD-FECHAMENTO = SLD-ABERTURA + SLD-DEBITOS
                 - SLD-CREDITOS.
             MOVE WS-DATA-HOJE TO SLD-DT-ATUAL.
             IF WS-SLD-NOVO = "S"
                 WRITE MEDIASLD-RECORD
                     INVALID KEY
                         CONTINUE
                 END-WRITE
                 IF WS-FS-SLD = "00"
                     ADD 1 TO WS-SALDOS-CRIADOS
                 END-IF
             ELSE
                 REWRITE MEDIASLD-RECORD
                     INVALID KEY
                         CONTINUE
                 END-REWRITE
             END-IF.
             IF WS-FS-SLD NOT = "00"
                 DISPLAY "Falha ao gravar MEDIASLD, status "
                     WS-FS-SLD "; chave " SLD-CHAVE "."
                 MOVE "S" TO WS-SLD-ERRO
                 MOVE 8 TO RETURN-CODE
             END-IF.

      *> O trailer é gravado pelo mesmo programa que gerou o feed;
      *> diferença aqui indica geração truncada ou linhas recusadas
      *> acima, e o saldo precisa ser conferido antes da virada.
       CHECK-FEED-TRAILER.
             IF WS-TRL-VISTO NOT = "S"
                 DISPLAY "Aviso: MEDIAGL sem trailer *TRL; "
                     WS-LINHAS-LIDAS " linha(s) lida(s)."
                 IF RETURN-CODE = 0
                     MOVE 4 TO RETURN-CODE
                 END-IF
             ELSE
                 IF WS-TRL-LINHAS NOT = WS-LINHAS-APLICADAS
                         OR WS-TRL-DEBITOS NOT = WS-TOT-DEBITOS
                         OR WS-TRL-CREDITOS NOT = WS-TOT-CREDITOS
                     DISPLAY "Saldos não conferem com o trailer do "
                         "MEDIAGL: linhas " WS-LINHAS-APLICADAS "/"
                         WS-TRL-LINHAS ", débitos " WS-TOT-DEBITOS
                         "/" WS-TRL-DEBITOS ", créditos "
                         WS-TOT-CREDITOS "/" WS-TRL-CREDITOS "."
                     MOVE 8 TO RETURN-CODE
                 END-IF
             END-IF.

      *> Virada: só de competência fechada, para o saldo final não
      *> mudar depois de levado ao mês seguinte. Varre o MEDIASLD
      *> inteiro (a competência é o último campo da chave) e, a cada
      *> saldo da competência, reposiciona depois dele, porque a
      *> leitura do mês seguinte por chave muda a posição corrente.
       ROLL-FORWARD-BALANCES.
             PERFORM CHECK-PERIOD-CLOSED.
             IF RETURN-CODE NOT = 8
                 PERFORM OPEN-BALANCE-MASTER
             END-IF.
             IF RETURN-CODE NOT = 8
                 MOVE WS-COMP TO WS-COMP-SEGUINTE
                 IF WS-SEG-MES = 12
                     MOVE 1 TO WS-SEG-MES
                     ADD 1 TO WS-SEG-ANO
                 ELSE
                     ADD 1 TO WS-SEG-MES
                 END-IF
                 MOVE "N" TO WS-EOF-FLAG
                 MOVE LOW-VALUES TO SLD-CHAVE
                 START MEDIASLD-FILE KEY IS NOT LESS THAN SLD-CHAVE
                     INVALID KEY
                         MOVE "S" TO WS-EOF-FLAG
                 END-START
                 PERFORM ROLL-ONE-BALANCE
                     UNTIL WS-EOF-FLAG = "S"
                 CLOSE MEDIASLD-FILE
                 DISPLAY "Virada " WS-COMP " -> " WS-COMP-SEGUINTE-NUM
                     ": " WS-VIR-LIDOS " saldo(s) lido(s), "
                     WS-VIR-GRAVADOS " levado(s), " WS-VIR-ERROS
                     " erro(s), " WS-SLD-POSTERIORES " saldo(s) de "
                     "meses posteriores ajustado(s)."
                 IF WS-VIR-LIDOS = 0 AND RETURN-CODE = 0
                     DISPLAY "Nenhum saldo na competência "
                         WS-COMP-TXT "."
                     MOVE 4 TO RETURN-CODE
                 END-IF
             END-IF.

       CHECK-PERIOD-CLOSED.
             OPEN INPUT MEDIAPER-FILE.
             IF WS-FS-PER NOT = "00"
                 DISPLAY "Erro ao abrir MEDIAPER, status "
                     WS-FS-PER "."
                 MOVE 8 TO RETURN-CODE
             ELSE
                 MOVE WS-COMP TO PER-COMPETENCIA
                 READ MEDIAPER-FILE
                     INVALID KEY
                         MOVE SPACES TO PER-SITUACAO
                 END-READ
                 IF PER-SITUACAO NOT = "F"
                     DISPLAY "Competência " WS-COMP-TXT
                         " não está fechada no MEDIAPER; virada "
                         "não executada."
                     MOVE 8 TO RETURN-CODE
                 END-IF
                 CLOSE MEDIAPER-FILE
             END-IF.

       ROLL-ONE-BALANCE.
             READ MEDIASLD-FILE NEXT RECORD
                 AT END
                     MOVE "S" TO WS-EOF-FLAG
             END-READ.
             IF WS-EOF-FLAG NOT = "S"
                 IF SLD-COMPETENCIA = WS-COMP
                     ADD 1 TO WS-VIR-LIDOS
                     PERFORM CARRY-BALANCE
                 END-IF
             END-IF.

      *> Mês seguinte já existente recebe o saldo inicial novo; o que
      *> não existe só é criado quando há saldo a levar. A
      *> diferença no saldo inicial do mês seguinte segue para os
      *> meses depois dele que já existirem (virada repetida após
      *> reabertura).
       CARRY-BALANCE.
             MOVE SLD-CHAVE      TO WS-VIR-CHAVE.
             MOVE SLD-FECHAMENTO TO WS-VIR-FECHAMENTO.
             MOVE WS-COMP-SEGUINTE-NUM TO SLD-COMPETENCIA.
             MOVE ZERO TO WS-PROP-DIFERENCA.
             READ MEDIASLD-FILE
                 INVALID KEY
                     CONTINUE
             END-READ.
             IF WS-FS-SLD = "00"
                 MOVE "N" TO WS-SLD-NOVO
                 COMPUTE WS-PROP-DIFERENCA = WS-VIR-FECHAMENTO
                     - SLD-ABERTURA
                 MOVE WS-VIR-FECHAMENTO TO SLD-ABERTURA
                 PERFORM STORE-CARRIED-BALANCE
             ELSE
                 IF WS-VIR-FECHAMENTO NOT = ZERO
                     MOVE WS-VIR-FECHAMENTO TO WS-PROP-DIFERENCA
                     MOVE "S" TO WS-SLD-NOVO
                     MOVE SPACES            TO MEDIASLD-RECORD
                     MOVE WS-VIR-CHAVE      TO SLD-CHAVE
                     MOVE WS-COMP-SEGUINTE-NUM TO SLD-COMPETENCIA
                     MOVE WS-VIR-FECHAMENTO TO SLD-ABERTURA
                     MOVE ZERO              TO SLD-DEBITOS
                     MOVE ZERO              TO SLD-CREDITOS
                     PERFORM STORE-CARRIED-BALANCE
                 END-IF
             END-IF.
             IF WS-FS-SLD = "00"
                 MOVE SLD-CHAVE TO WS-PROP-CHAVE
                 PERFORM CARRY-FORWARD-DIFFERENCE
             END-IF.
             MOVE WS-VIR-CHAVE TO SLD-CHAVE.
             START MEDIASLD-FILE KEY IS GREATER THAN SLD-CHAVE
                 INVALID KEY
                     MOVE "S" TO WS-EOF-FLAG
             END-START.

       STORE-CARRIED-BALANCE.
             PERFORM STORE-BALANCE.
             IF WS-SLD-ERRO = "S"
                 ADD 1 TO WS-VIR-ERROS
                 MOVE "N" TO WS-SLD-ERRO
             ELSE
                 ADD 1 TO WS-VIR-GRAVADOS
             END-IF.

      *> Balancete: a empresa é o primeiro campo da chave, então os
      *> saldos de uma empresa vêm juntos na leitura sequencial e o
      *> total é fechado na troca de empresa.
       PRINT-TRIAL-BALANCE.
             OPEN INPUT MEDIASLD-FILE.
             IF WS-FS-SLD NOT = "00"
                 DISPLAY "Erro ao abrir MEDIASLD, status "
                     WS-FS-SLD "."
                 MOVE 8 TO RETURN-CODE
             ELSE
                 OPEN OUTPUT SLDREL-FILE
                 MOVE WS-COMP      TO REL-TIT-COMP
                 MOVE WS-DATA-HOJE TO REL-TIT-DATA
                 MOVE REL-TITULO TO REL-RECORD
                 WRITE REL-RECORD
                 MOVE "N" TO WS-EOF-FLAG
                 PERFORM LIST-ONE-BALANCE
                     UNTIL WS-EOF-FLAG = "S"
                 IF WS-EMP-ATUAL NOT = SPACES
                     PERFORM WRITE-COMPANY-TOTAL
                 END-IF
                 PERFORM WRITE-GRAND-TOTAL
                 CLOSE SLDREL-FILE
                 CLOSE MEDIASLD-FILE
                 DISPLAY "Balancete gravado em SLDREL: " WS-BAL-LINHAS
                     " saldo(s), " WS-BAL-EMPRESAS " empresa(s), "
                     WS-BAL-DIVERGENTES " com débitos diferentes "
                     "dos créditos."
                 IF WS-BAL-DIVERGENTES > 0
                     MOVE 8 TO RETURN-CODE
                 END-IF
                 IF WS-BAL-LINHAS = 0 AND RETURN-CODE = 0
                     DISPLAY "Nenhum saldo na competência "
                         WS-COMP-TXT "."
                     MOVE 4 TO RETURN-CODE
                 END-IF
             END-IF.

       LIST-ONE-BALANCE.
             READ MEDIASLD-FILE NEXT RECORD
                 AT END
                     MOVE "S" TO WS-EOF-FLAG
             END-READ.
             IF WS-EOF-FLAG NOT = "S"
                 IF SLD-COMPETENCIA = WS-COMP
                     IF SLD-EMPRESA NOT = WS-EMP-ATUAL
                         IF WS-EMP-ATUAL NOT = SPACES
                             PERFORM WRITE-COMPANY-TOTAL
                         END-IF
                         PERFORM START-COMPANY
                     END-IF
                     PERFORM WRITE-BALANCE-LINE
                 END-IF
             END-IF.

       START-COMPANY.
             MOVE SLD-EMPRESA TO WS-EMP-ATUAL.
             MOVE ZERO TO WS-EMP-ABERTURA WS-EMP-DEBITOS
                 WS-EMP-CREDITOS WS-EMP-FECHAMENTO.
             ADD 1 TO WS-BAL-EMPRESAS.
             MOVE SPACES TO REL-RECORD.
             WRITE REL-RECORD.
             MOVE SLD-EMPRESA TO REL-EMP-CODIGO.
             MOVE REL-EMP-CAB TO REL-RECORD.
             WRITE REL-RECORD.
             MOVE REL-COL-CAB TO REL-RECORD.
             WRITE REL-RECORD.

       WRITE-BALANCE-LINE.
             MOVE SLD-CONTA      TO REL-SLD-CONTA.
             MOVE SLD-CCUSTO     TO REL-SLD-CCUSTO.
             MOVE SLD-ABERTURA   TO REL-SLD-ABERT.
             MOVE SLD-DEBITOS    TO REL-SLD-DEB.
             MOVE SLD-CREDITOS   TO REL-SLD-CRED.
             MOVE SLD-FECHAMENTO TO REL-SLD-FECH.
             MOVE REL-SLD-LIN TO REL-RECORD.
             WRITE REL-RECORD.
             ADD 1 TO WS-BAL-LINHAS.
             ADD SLD-ABERTURA   TO WS-EMP-ABERTURA.
             ADD SLD-DEBITOS    TO WS-EMP-DEBITOS.
             ADD SLD-CREDITOS   TO WS-EMP-CREDITOS.
             ADD SLD-FECHAMENTO TO WS-EMP-FECHAMENTO.

       WRITE-COMPANY-TOTAL.
             MOVE "TOTAL EMPRESA " TO REL-TOT-ROTULO.
             MOVE WS-EMP-ATUAL      TO REL-TOT-EMP.
             MOVE WS-EMP-ABERTURA   TO REL-TOT-ABERT.
             MOVE WS-EMP-DEBITOS    TO REL-TOT-DEB.
             MOVE WS-EMP-CREDITOS   TO REL-TOT-CRED.
             MOVE WS-EMP-FECHAMENTO TO REL-TOT-FECH.
             MOVE REL-TOT-LIN TO REL-RECORD.
             WRITE REL-RECORD.

             MOVE WS-EMP-ATUAL TO REL-CONF-EMP.
             COMPUTE WS-EMP-DIFERENCA = WS-EMP-DEBITOS
                 - WS-EMP-CREDITOS.
             IF WS-EMP-DIFERENCA = ZERO
                 MOVE "DEBITOS = CREDITOS - CONFERE" TO REL-CONF-TEXTO
                 MOVE SPACES TO REL-CONF-VALOR
             ELSE
                 MOVE "DEBITOS <> CREDITOS - DIFERENCA"
                     TO REL-CONF-TEXTO
                 MOVE WS-EMP-DIFERENCA TO REL-CONF-DIF
                 ADD 1 TO WS-BAL-DIVERGENTES
                 DISPLAY "Empresa " WS-EMP-ATUAL ": débitos "
                     WS-EMP-DEBITOS " diferentes dos créditos "
                     WS-EMP-CREDITOS "."
             END-IF.
             MOVE REL-CONF-LIN TO REL-RECORD.
             WRITE REL-RECORD.

             ADD WS-EMP-ABERTURA   TO WS-GER-ABERTURA.
             ADD WS-EMP-DEBITOS    TO WS-GER-DEBITOS.
             ADD WS-EMP-CREDITOS   TO WS-GER-CREDITOS.
             ADD WS-EMP-FECHAMENTO TO WS-GER-FECHAMENTO.

       WRITE-GRAND-TOTAL.
             MOVE SPACES TO REL-RECORD.
             WRITE REL-RECORD.
             MOVE "TOTAL GERAL   " TO REL-TOT-ROTULO.
             MOVE SPACES            TO REL-TOT-EMP.
             MOVE WS-GER-ABERTURA   TO REL-TOT-ABERT.
             MOVE WS-GER-DEBITOS    TO REL-TOT-DEB.
             MOVE WS-GER-CREDITOS   TO REL-TOT-CRED.
             MOVE WS-GER-FECHAMENTO TO REL-TOT-FECH.
             MOVE REL-TOT-LIN TO REL-RECORD.
             WRITE REL-RECORD.

         END PROGRAM MedSaldo.

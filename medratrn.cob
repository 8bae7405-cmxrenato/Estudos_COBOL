       IDENTIFICATION DIVISION.
       PROGRAM-ID. MedRatRn.
       AUTHOR. Renato.
       DATE-WRITTEN. 2026-10-15.

       *> Rateio mensal dos custos compartilhados entre centros de
       *> custo. Informada a competência (AAAAMM) e a data do
       *> lançamento no GL (um dia da mesma competência), soma no
       *> histórico MEDIAVSM os resumos "C" não estornados do mês em
       *> cada conta/centro de custo "pool" com regra no MEDIARAT
       *> (todas as filiais) e grava em MEDIAGL um feed próprio em
       *> partidas dobradas, com "*HDR"/"*TRL" no mesmo layout do
       *> noturno: cada destino recebe o percentual da regra na mesma
       *> empresa e conta (GL-HIST "RATEIO <AAAAMM>") e a origem
       *> recebe o valor inteiro no lado oposto (GL-HIST "RATEIO
       *> ORIGEM <AAAAMM>"). A diferença de centavos do arredondamento
       *> vai para o destino marcado como de arredondamento. Valor
       *> positivo no pool foi débito no noturno, então sai a crédito
       *> da origem e a débito dos destinos; negativo, o contrário.
       *> Cada linha tem GL-REGISTRO próprio, a partir de 900001 (a
       *> faixa 900000-999999 é reservada ao rateio). Origem cujas
       *> regras não fecham 100% com um único destino de
       *> arredondamento, ou com origem ou destino inativo no plano
       *> de contas (MEDIACOA) na data do GL, fica fora do feed com
       *> RC=4. O relatório RATEIREL mostra cada origem, o valor do
       *> mês e a divisão; a rodada fica no MEDIARUN (modo "T").
       *> Competência não aberta no MEDIAPER ou já rateada (rodada
       *> anterior do MedRatRn no MEDIARUN com feed gerado) termina
       *> com RC=8 e o job não libera o feed; o terceiro cartão "S"
       *> gera de novo, para usar só depois do estorno do feed
       *> anterior no GL.
       *> 2026-10-15 Renato - resumo devolvido ao MEDIAREJ por
       *> rejeição do GL (situação "G", MedGlRet) não entra no
       *> pool.
       *> 2026-10-15 Renato - GL retido na geração (0) do MEDIAGL
       *> (fora do LIBERADO) impede o rateio com RC=8.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MEDIARAT-FILE ASSIGN TO "MEDIARAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RAT-CHAVE
               FILE STATUS IS WS-FS-RAT.

           SELECT MEDIACOA-FILE ASSIGN TO "MEDIACOA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS COA-CHAVE
               FILE STATUS IS WS-FS-COA.

           SELECT MEDIAPER-FILE ASSIGN TO "MEDIAPER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PER-COMPETENCIA
               FILE STATUS IS WS-FS-PER.

           SELECT MEDIAVSM-FILE ASSIGN TO "MEDIAVSM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS VSM-CHAVE
               ALTERNATE RECORD KEY IS VSM-ALT-CHAVE
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-VSM.

           SELECT MEDIAGL-FILE ASSIGN TO "MEDIAGL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GL.

           SELECT MEDIAGLA-FILE ASSIGN TO "MEDIAGLA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-GLA.

           SELECT MEDIALIB-FILE ASSIGN TO "MEDIALIB"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-LIB.

           SELECT RATEIREL-FILE ASSIGN TO "RATEIREL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-REL.

           SELECT MEDIARUN-FILE ASSIGN TO "MEDIARUN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-RUN.

       DATA DIVISION.
       FILE SECTION.
       FD  MEDIARAT-FILE.
       01  MEDIARAT-RECORD.
           05  RAT-CHAVE.
               10  RAT-ORIGEM.
                   15  RAT-EMPRESA     PIC X(04).
                   15  RAT-CONTA       PIC X(10).
                   15  RAT-CCUSTO      PIC X(06).
               10  RAT-CCUSTO-DEST PIC X(06).
           05  RAT-PERCENTUAL  PIC 9(03)V99.
           05  RAT-ARREDONDA   PIC X(01).
           05  RAT-DT-ALTERACAO    PIC 9(08).
           05  RAT-INICIAIS    PIC X(03).

       FD  MEDIACOA-FILE.
       01  MEDIACOA-RECORD.
           05  COA-CHAVE.
               10  COA-EMPRESA     PIC X(04).
               10  COA-CONTA       PIC X(10).
               10  COA-CCUSTO      PIC X(06).
           05  COA-ATIVO       PIC X(01).
           05  COA-DT-VIGOR    PIC 9(08).
           05  COA-DESCRICAO   PIC X(20).

       FD  MEDIAPER-FILE.
       01  MEDIAPER-RECORD.
           05  PER-COMPETENCIA PIC 9(06).
           05  PER-SITUACAO    PIC X(01).
           05  PER-DT-SITUACAO PIC 9(08).
           05  PER-HORA-SITUACAO   PIC 9(06).
           05  PER-INICIAIS    PIC X(03).

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

       FD  RATEIREL-FILE.
       01  REL-RECORD          PIC X(80).

       FD  MEDIARUN-FILE.
       01  MEDIARUN-RECORD.
           05  RUN-PROGRAMA    PIC X(08).
           05  FILLER          PIC X(01).
           05  RUN-DATA-PROC   PIC 9(08).
           05  RUN-DATA-PARTES REDEFINES RUN-DATA-PROC.
               10  RUN-DATA-AAAAMM PIC 9(06).
               10  RUN-DATA-DIA    PIC 9(02).
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
       77  WS-FS-RAT           PIC X(02).
       77  WS-FS-COA           PIC X(02).
       77  WS-FS-PER           PIC X(02).
       77  WS-FS-VSM           PIC X(02).
       77  WS-FS-GL            PIC X(02).
       77  WS-FS-REL           PIC X(02).
       77  WS-FS-RUN           PIC X(02).
       77  WS-FS-GLA           PIC X(02).
       77  WS-FS-LIB           PIC X(02).
       77  WS-GL-HDR-ACHOU     PIC X(01).
       77  WS-GL-LIBERADO      PIC X(01).
       77  WS-EOF-FLAG         PIC X(01)    VALUE "N".
       77  WS-GERA-GL          PIC X(01)    VALUE "N".
       77  WS-CONTA-OK         PIC X(01)    VALUE "N".
       77  WS-JA-RATEADO       PIC X(01)    VALUE "N".
       77  WS-RUN-HORA-INI     PIC 9(06)    VALUE ZERO.
       77  WS-RUN-HORA         PIC 9(06).
       77  WS-DATA-HOJE        PIC 9(08).

       01  WS-COMP-TXT         PIC X(06).
       01  WS-COMP             REDEFINES WS-COMP-TXT PIC 9(06).
       01  WS-COMP-PARTES REDEFINES WS-COMP-TXT.
           05  WS-COMP-ANO     PIC 9(04).
           05  WS-COMP-MES     PIC 9(02).
       01  WS-DATA-GL-TXT      PIC X(08).
       01  WS-DATA-GL          REDEFINES WS-DATA-GL-TXT PIC 9(08).
       01  WS-DATA-GL-PARTES REDEFINES WS-DATA-GL-TXT.
           05  WS-DATA-GL-AAAAMM   PIC 9(06).
           05  WS-DATA-GL-DIA  PIC 9(02).
       77  WS-REFAZER          PIC X(01).
       77  WS-DATA-INI         PIC 9(08).
       77  WS-DATA-FIM         PIC 9(08).
       77  WS-ANT-DATA         PIC 9(08).
       77  WS-ANT-HORA         PIC 9(06).

       77  WS-MAX-ORIGENS      PIC 9(04)    VALUE 100.
       01  WS-ORG-TAB.
           05  WS-ORG-ENT      OCCURS 100 TIMES.
               10  WS-ORG-CHAVE.
                   15  WS-ORG-EMPRESA  PIC X(04).
                   15  WS-ORG-CONTA    PIC X(10).
                   15  WS-ORG-CCUSTO   PIC X(06).
               10  WS-ORG-PRIM     PIC 9(04).
               10  WS-ORG-DESTINOS PIC 9(04).
               10  WS-ORG-PERC     PIC 9(05)V99.
               10  WS-ORG-ARRED    PIC 9(04).
               10  WS-ORG-VALOR    PIC S9(11)V99.
               10  WS-ORG-RESUMOS  PIC 9(06).
               10  WS-ORG-OK       PIC X(01).
               10  WS-ORG-MOTIVO   PIC X(30).
       77  WS-ORG-QTD          PIC 9(04)    VALUE ZERO.
       77  WS-ORG-IDX          PIC 9(04).
       77  WS-ORG-POS          PIC 9(04).
       77  WS-ORG-ACHOU        PIC X(01).
       77  WS-ORIG-ATUAL       PIC X(20)    VALUE SPACES.
       01  WS-NOVA-ORIGEM.
           05  WS-NOVA-EMPRESA PIC X(04).
           05  WS-NOVA-CONTA   PIC X(10).
           05  WS-NOVA-CCUSTO  PIC X(06).

       77  WS-MAX-REGRAS       PIC 9(04)    VALUE 500.
       01  WS-REG-TAB.
           05  WS-REG-ENT      OCCURS 500 TIMES.
               10  WS-REG-CCUSTO   PIC X(06).
               10  WS-REG-PERC     PIC 9(03)V99.
               10  WS-REG-ARRED    PIC X(01).
               10  WS-REG-VALOR    PIC S9(11)V99.
       77  WS-REG-QTD          PIC 9(04)    VALUE ZERO.
       77  WS-REG-IDX          PIC 9(04).
       77  WS-REG-FIM          PIC 9(04).
       77  WS-REG-ARRED-IDX    PIC 9(04).
       77  WS-TAB-CHEIA-AVISO  PIC X(01)    VALUE "N".

       77  WS-REGRAS-LIDAS     PIC 9(06)    VALUE ZERO.
       77  WS-RESUMOS-LIDOS    PIC 9(06)    VALUE ZERO.
       77  WS-ORG-RATEADAS     PIC 9(06)    VALUE ZERO.
       77  WS-ORG-RECUSADAS    PIC 9(06)    VALUE ZERO.
       77  WS-ORG-SEM-VALOR    PIC 9(06)    VALUE ZERO.
       77  WS-VSM-SOMA         PIC S9(09)V99.
       77  WS-RESTO            PIC S9(11)V99.
       77  WS-LINHA-VALOR      PIC S9(11)V99.
       77  WS-LINHA-CCUSTO     PIC X(06).
       77  WS-LINHA-HIST       PIC X(20).

       77  WS-GL-SEQ           PIC 9(06)    VALUE 900000.
       77  WS-GL-SOMA-TOT      PIC S9(11)V99 VALUE ZERO.
       77  WS-GL-LINHAS        PIC 9(06)    VALUE ZERO.
       77  WS-GL-DEBITOS       PIC 9(11)V99 VALUE ZERO.
       77  WS-GL-CREDITOS      PIC 9(11)V99 VALUE ZERO.

       01  WS-HIST-RAT.
           05  FILLER          PIC X(07)    VALUE "RATEIO ".
           05  WS-HIST-COMP    PIC 9(06).
           05  FILLER          PIC X(07)    VALUE SPACES.
       01  WS-HIST-RAT-ORIG.
           05  FILLER          PIC X(14)    VALUE "RATEIO ORIGEM ".
           05  WS-HIST-COMP-ORIG   PIC 9(06).

       01  WS-MOTIVO-DESTINO.
           05  FILLER          PIC X(08)    VALUE "DESTINO ".
           05  WS-MOTIVO-CCUSTO    PIC X(06).
           05  FILLER          PIC X(16)    VALUE
               " FORA DO PLANO".

       01  REL-TITULO.
           05  FILLER          PIC X(38)    VALUE
               "RATEIO ENTRE CENTROS DE CUSTO         ".
           05  FILLER          PIC X(10)    VALUE "EMITIDO EM".
           05  FILLER          PIC X(01)    VALUE SPACE.
           05  REL-TIT-DATA    PIC 9(08).
           05  FILLER          PIC X(23)    VALUE SPACES.
       01  REL-PARM.
           05  FILLER          PIC X(12)    VALUE "COMPETENCIA ".
           05  REL-PARM-COMP   PIC 9(06).
           05  FILLER          PIC X(14)    VALUE "   DATA NO GL ".
           05  REL-PARM-DATA   PIC 9(08).
           05  FILLER          PIC X(40)    VALUE SPACES.
       01  REL-ORG-LIN.
           05  FILLER          PIC X(07)    VALUE "ORIGEM ".
           05  REL-ORG-EMPRESA PIC X(04).
           05  FILLER          PIC X(01)    VALUE SPACES.
           05  REL-ORG-CONTA   PIC X(10).
           05  FILLER          PIC X(01)    VALUE SPACES.
           05  REL-ORG-CCUSTO  PIC X(06).
           05  FILLER          PIC X(02)    VALUE SPACES.
           05  FILLER          PIC X(13)    VALUE "VALOR NO MES ".
           05  REL-ORG-VALOR   PIC -(10)9.99.
           05  FILLER          PIC X(02)    VALUE SPACES.
           05  REL-ORG-RESUMOS PIC ZZZZ9.
           05  FILLER          PIC X(09)    VALUE " RESUMOS ".
           05  FILLER          PIC X(06)    VALUE SPACES.
       01  REL-LAN-LIN.
           05  FILLER          PIC X(04)    VALUE SPACES.
           05  REL-LAN-TIPO    PIC X(08).
           05  REL-LAN-CCUSTO  PIC X(06).
           05  FILLER          PIC X(02)    VALUE SPACES.
           05  REL-LAN-PERC    PIC ZZ9.99.
           05  FILLER          PIC X(01)    VALUE "%".
           05  FILLER          PIC X(02)    VALUE SPACES.
           05  REL-LAN-VALOR   PIC -(10)9.99.
           05  FILLER          PIC X(02)    VALUE SPACES.
           05  REL-LAN-DC      PIC X(01).
           05  FILLER          PIC X(02)    VALUE SPACES.
           05  REL-LAN-REG     PIC ZZZZZ9   BLANK WHEN ZERO.
           05  FILLER          PIC X(02)    VALUE SPACES.
           05  REL-LAN-ALERTA  PIC X(10).
           05  FILLER          PIC X(14)    VALUE SPACES.
       01  REL-RECUSA.
           05  FILLER          PIC X(04)    VALUE SPACES.
           05  FILLER          PIC X(11)    VALUE "RECUSADA - ".
           05  REL-REC-MOTIVO  PIC X(30).
           05  FILLER          PIC X(35)    VALUE SPACES.
       01  REL-SEM-VALOR.
           05  FILLER          PIC X(44)    VALUE
               "    SEM VALOR NA COMPETENCIA - NADA A RATEAR".
           05  FILLER          PIC X(36)    VALUE SPACES.
       01  REL-TOT-ORG.
           05  FILLER          PIC X(17)    VALUE "ORIGENS RATEADAS ".
           05  REL-TOT-RATEADAS    PIC ZZZZZ9.
           05  FILLER          PIC X(12)    VALUE "  RECUSADAS ".
           05  REL-TOT-RECUSADAS   PIC ZZZZZ9.
           05  FILLER          PIC X(12)    VALUE "  SEM VALOR ".
           05  REL-TOT-SEM-VALOR   PIC ZZZZZ9.
           05  FILLER          PIC X(21)    VALUE SPACES.
       01  REL-TOT-GL.
           05  FILLER          PIC X(18)    VALUE
               "LINHAS NO MEDIAGL ".
           05  REL-TOT-LINHAS  PIC ZZZZZ9.
           05  FILLER          PIC X(10)    VALUE "  DEBITOS ".
           05  REL-TOT-DEBITOS PIC Z(10)9.99.
           05  FILLER          PIC X(11)    VALUE "  CREDITOS ".
           05  REL-TOT-CREDITOS    PIC Z(10)9.99.
           05  FILLER          PIC X(07)    VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
             ACCEPT WS-RUN-HORA-INI FROM TIME.
             ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
             DISPLAY "Competência do rateio (AAAAMM): ".
             ACCEPT WS-COMP-TXT.
             DISPLAY "Data do lançamento no GL (AAAAMMDD): ".
             ACCEPT WS-DATA-GL-TXT.
             DISPLAY "Gerar de novo competência já rateada (S/N): ".
             MOVE SPACE TO WS-REFAZER.
             ACCEPT WS-REFAZER.

             IF WS-COMP-TXT IS NOT NUMERIC
                     OR WS-DATA-GL-TXT IS NOT NUMERIC
                 DISPLAY "Parâmetros inválidos. Informe a "
                     "competência AAAAMM e a data AAAAMMDD."
                 MOVE 8 TO RETURN-CODE
             ELSE
                 IF WS-COMP-MES < 1 OR WS-COMP-MES > 12
                         OR WS-DATA-GL-AAAAMM NOT = WS-COMP
                         OR WS-DATA-GL-DIA < 1
                         OR WS-DATA-GL-DIA > 31
                     DISPLAY "Data do GL " WS-DATA-GL-TXT
                         " fora da competência " WS-COMP-TXT "."
                     MOVE 8 TO RETURN-CODE
                 ELSE
                     COMPUTE WS-DATA-INI = WS-COMP * 100 + 1
                     COMPUTE WS-DATA-FIM = WS-COMP * 100 + 31
                     MOVE WS-COMP TO WS-HIST-COMP
                     MOVE WS-COMP TO WS-HIST-COMP-ORIG
                     PERFORM RUN-ALLOCATION
                     PERFORM WRITE-RUN-CONTROL
                 END-IF
             END-IF.

             STOP RUN.

       WRITE-RUN-CONTROL.
             MOVE SPACES      TO MEDIARUN-RECORD.
             MOVE "MEDRATRN"  TO RUN-PROGRAMA.
             MOVE WS-DATA-GL  TO RUN-DATA-PROC.
             MOVE "T"         TO RUN-MODO.
             MOVE WS-RUN-HORA-INI TO RUN-HORA-INI.
             ACCEPT WS-RUN-HORA FROM TIME.
             MOVE WS-RUN-HORA TO RUN-HORA-FIM.
             MOVE WS-ORG-RATEADAS  TO RUN-PROC.
             MOVE WS-ORG-RECUSADAS TO RUN-INVAL.
             MOVE ZERO        TO RUN-EXC-A RUN-EXC-M.
             MOVE RETURN-CODE TO RUN-RC.
             MOVE WS-GERA-GL  TO RUN-GL.
             OPEN EXTEND MEDIARUN-FILE.
             IF WS-FS-RUN = "35"
                 OPEN OUTPUT MEDIARUN-FILE
             END-IF.
             IF WS-FS-RUN = "00"
                 WRITE MEDIARUN-RECORD
                 CLOSE MEDIARUN-FILE
             ELSE
                 DISPLAY "Aviso: MEDIARUN indisponível, status "
                     WS-FS-RUN "; rateio sem registro de controle."
                 IF RETURN-CODE = 0
                     MOVE 4 TO RETURN-CODE
                 END-IF
             END-IF.

       RUN-ALLOCATION.
             PERFORM CHECK-PERIOD-OPEN.
             IF RETURN-CODE NOT = 8
                 PERFORM CHECK-LAST-GL-RELEASED
             END-IF.
             IF RETURN-CODE NOT = 8
                     AND WS-REFAZER NOT = "S"
                     AND WS-REFAZER NOT = "s"
                 PERFORM CHECK-PRIOR-RUN
             END-IF.
             IF RETURN-CODE NOT = 8
                 PERFORM LOAD-RULES
             END-IF.
             IF RETURN-CODE NOT = 8
                 PERFORM VALIDATE-SOURCES
             END-IF.
             IF RETURN-CODE NOT = 8
                 PERFORM LOAD-POOL-AMOUNTS
             END-IF.
             IF RETURN-CODE NOT = 8
                 PERFORM WRITE-ALLOCATION-FEED
             END-IF.

      *> O rateio é lançado antes do fechamento: competência fechada
      *> ("F") ou ainda não aberta não recebe o feed.
       CHECK-PERIOD-OPEN.
             OPEN INPUT MEDIAPER-FILE.
             IF WS-FS-PER NOT = "00"
                 DISPLAY "Erro ao abrir MEDIAPER, status "
                     WS-FS-PER "; rateio não executado."
                 MOVE 8 TO RETURN-CODE
             ELSE
                 MOVE WS-COMP TO PER-COMPETENCIA
                 READ MEDIAPER-FILE
                     INVALID KEY
                         MOVE SPACES TO PER-SITUACAO
                 END-READ
                 IF PER-SITUACAO NOT = "A"
                     DISPLAY "Competência " WS-COMP-TXT
                         " não está aberta no MEDIAPER; rateio "
                         "não executado."
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
                     WS-FS-GLA "; rateio não executado."
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
                     "rateio não executado."
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
                         "a geração (MEDEXCRL) antes. Rateio "
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

      *> Rodada anterior da mesma competência que gerou feed (RC
      *> menor que 8 e GL "S") já foi liberada: repetir dobraria o
      *> rateio no GL.
       CHECK-PRIOR-RUN.
             MOVE "N" TO WS-JA-RATEADO.
             OPEN INPUT MEDIARUN-FILE.
             IF WS-FS-RUN = "00"
                 MOVE "N" TO WS-EOF-FLAG
                 PERFORM CHECK-ONE-PRIOR-RUN
                     UNTIL WS-EOF-FLAG = "S"
                 CLOSE MEDIARUN-FILE
             ELSE
                 IF WS-FS-RUN NOT = "35"
                     DISPLAY "Erro ao abrir MEDIARUN, status "
                         WS-FS-RUN "; rateio não executado."
                     MOVE 8 TO RETURN-CODE
                 END-IF
             END-IF.
             IF WS-JA-RATEADO = "S"
                 DISPLAY "Competência " WS-COMP-TXT " já rateada "
                     "(feed com data " WS-ANT-DATA ", rodada das "
                     WS-ANT-HORA " no MEDIARUN); rateio não "
                     "executado. Depois do estorno do feed anterior "
                     "no GL, informe S no terceiro cartão."
                 MOVE 8 TO RETURN-CODE
             END-IF.

       CHECK-ONE-PRIOR-RUN.
             READ MEDIARUN-FILE
                 AT END
                     MOVE "S" TO WS-EOF-FLAG
             END-READ.
             IF WS-EOF-FLAG NOT = "S"
                 IF RUN-PROGRAMA = "MEDRATRN"
                         AND RUN-DATA-AAAAMM = WS-COMP
                         AND RUN-RC < 8
                         AND RUN-GL = "S"
                     MOVE "S" TO WS-JA-RATEADO
                     MOVE RUN-DATA-PROC TO WS-ANT-DATA
                     MOVE RUN-HORA-FIM  TO WS-ANT-HORA
                 END-IF
             END-IF.

      *> As regras de uma origem são contíguas na chave do MEDIARAT;
      *> cada origem guarda a posição da primeira regra na tabela de
      *> destinos e quantos destinos tem.
       LOAD-RULES.
             OPEN INPUT MEDIARAT-FILE.
             IF WS-FS-RAT NOT = "00"
                 DISPLAY "Erro ao abrir MEDIARAT, status "
                     WS-FS-RAT "; rateio não executado."
                 MOVE 8 TO RETURN-CODE
             ELSE
                 MOVE "N" TO WS-EOF-FLAG
                 PERFORM LOAD-ONE-RULE
                     UNTIL WS-EOF-FLAG = "S"
                 CLOSE MEDIARAT-FILE
                 IF WS-ORG-QTD = 0
                     DISPLAY "Nenhuma regra de rateio em MEDIARAT."
                     IF RETURN-CODE = 0
                         MOVE 4 TO RETURN-CODE
                     END-IF
                 END-IF
             END-IF.

       LOAD-ONE-RULE.
             READ MEDIARAT-FILE NEXT RECORD
                 AT END
                     MOVE "S" TO WS-EOF-FLAG
             END-READ.
             IF WS-EOF-FLAG NOT = "S"
                 ADD 1 TO WS-REGRAS-LIDAS
                 IF RAT-ORIGEM NOT = WS-ORIG-ATUAL
                     MOVE RAT-ORIGEM TO WS-ORIG-ATUAL
                     IF WS-ORG-QTD < WS-MAX-ORIGENS
                         PERFORM START-SOURCE-ENTRY
                     ELSE
                         MOVE ZERO TO WS-ORG-IDX
                         PERFORM WARN-TABLE-FULL
                     END-IF
                 END-IF
                 IF WS-ORG-IDX > 0
                     IF WS-REG-QTD < WS-MAX-REGRAS
                         PERFORM ADD-RULE-ENTRY
                     ELSE
                         MOVE "N" TO WS-ORG-OK (WS-ORG-IDX)
                         MOVE "TABELA DE REGRAS CHEIA"
                             TO WS-ORG-MOTIVO (WS-ORG-IDX)
                         PERFORM WARN-TABLE-FULL
                     END-IF
                 END-IF
             END-IF.

       START-SOURCE-ENTRY.
             ADD 1 TO WS-ORG-QTD.
             MOVE WS-ORG-QTD  TO WS-ORG-IDX.
             MOVE RAT-ORIGEM  TO WS-ORG-CHAVE (WS-ORG-IDX).
             COMPUTE WS-ORG-PRIM (WS-ORG-IDX) = WS-REG-QTD + 1.
             MOVE ZERO   TO WS-ORG-DESTINOS (WS-ORG-IDX).
             MOVE ZERO   TO WS-ORG-PERC (WS-ORG-IDX).
             MOVE ZERO   TO WS-ORG-ARRED (WS-ORG-IDX).
             MOVE ZERO   TO WS-ORG-VALOR (WS-ORG-IDX).
             MOVE ZERO   TO WS-ORG-RESUMOS (WS-ORG-IDX).
             MOVE "S"    TO WS-ORG-OK (WS-ORG-IDX).
             MOVE SPACES TO WS-ORG-MOTIVO (WS-ORG-IDX).

       ADD-RULE-ENTRY.
             ADD 1 TO WS-REG-QTD.
             MOVE RAT-CCUSTO-DEST TO WS-REG-CCUSTO (WS-REG-QTD).
             MOVE RAT-PERCENTUAL  TO WS-REG-PERC (WS-REG-QTD).
             MOVE RAT-ARREDONDA   TO WS-REG-ARRED (WS-REG-QTD).
             MOVE ZERO            TO WS-REG-VALOR (WS-REG-QTD).
             ADD 1 TO WS-ORG-DESTINOS (WS-ORG-IDX).
             ADD RAT-PERCENTUAL TO WS-ORG-PERC (WS-ORG-IDX).
             IF RAT-ARREDONDA = "S"
                 ADD 1 TO WS-ORG-ARRED (WS-ORG-IDX)
             END-IF.

       WARN-TABLE-FULL.
             IF WS-TAB-CHEIA-AVISO NOT = "S"
                 DISPLAY "Tabela de regras de rateio cheia; origens "
                     "a partir de " WS-ORIG-ATUAL " fora do rateio."
                 MOVE "S" TO WS-TAB-CHEIA-AVISO
                 IF RETURN-CODE = 0
                     MOVE 4 TO RETURN-CODE
                 END-IF
             END-IF.

       VALIDATE-SOURCES.
             OPEN INPUT MEDIACOA-FILE.
             IF WS-FS-COA NOT = "00"
                 DISPLAY "Erro ao abrir MEDIACOA, status "
                     WS-FS-COA "; rateio não executado."
                 MOVE 8 TO RETURN-CODE
             ELSE
                 PERFORM VALIDATE-ONE-SOURCE
                     VARYING WS-ORG-IDX FROM 1 BY 1
                     UNTIL WS-ORG-IDX > WS-ORG-QTD
                 CLOSE MEDIACOA-FILE
             END-IF.

      *> A regra pode ter sido gravada antes de uma desativação no
      *> plano de contas: origem e destinos são conferidos de novo
      *> na data do lançamento.
       VALIDATE-ONE-SOURCE.
             IF WS-ORG-OK (WS-ORG-IDX) = "S"
                 IF WS-ORG-PERC (WS-ORG-IDX) NOT = 100
                     MOVE "N" TO WS-ORG-OK (WS-ORG-IDX)
                     MOVE "REGRAS NAO FECHAM 100%"
                         TO WS-ORG-MOTIVO (WS-ORG-IDX)
                 ELSE
                     IF WS-ORG-ARRED (WS-ORG-IDX) NOT = 1
                         MOVE "N" TO WS-ORG-OK (WS-ORG-IDX)
                         MOVE "SEM UM UNICO CC DE ARREDONDAMENTO"
                             TO WS-ORG-MOTIVO (WS-ORG-IDX)
                     ELSE
                         PERFORM VALIDATE-SOURCE-ACCOUNTS
                     END-IF
                 END-IF
             END-IF.
             IF WS-ORG-OK (WS-ORG-IDX) NOT = "S"
                 ADD 1 TO WS-ORG-RECUSADAS
                 DISPLAY "Origem de rateio " WS-ORG-CHAVE (WS-ORG-IDX)
                     " recusada: " WS-ORG-MOTIVO (WS-ORG-IDX) "."
                 IF RETURN-CODE = 0
                     MOVE 4 TO RETURN-CODE
                 END-IF
             END-IF.

       VALIDATE-SOURCE-ACCOUNTS.
             MOVE WS-ORG-EMPRESA (WS-ORG-IDX) TO COA-EMPRESA.
             MOVE WS-ORG-CONTA (WS-ORG-IDX)   TO COA-CONTA.
             MOVE WS-ORG-CCUSTO (WS-ORG-IDX)  TO COA-CCUSTO.
             PERFORM CHECK-ACCOUNT-ACTIVE.
             IF WS-CONTA-OK NOT = "S"
                 MOVE "N" TO WS-ORG-OK (WS-ORG-IDX)
                 MOVE "ORIGEM FORA DO PLANO"
                     TO WS-ORG-MOTIVO (WS-ORG-IDX)
             ELSE
                 COMPUTE WS-REG-FIM = WS-ORG-PRIM (WS-ORG-IDX)
                     + WS-ORG-DESTINOS (WS-ORG-IDX) - 1
                 PERFORM VALIDATE-ONE-TARGET
                     VARYING WS-REG-IDX
                     FROM WS-ORG-PRIM (WS-ORG-IDX) BY 1
                     UNTIL WS-REG-IDX > WS-REG-FIM
                        OR WS-ORG-OK (WS-ORG-IDX) NOT = "S"
             END-IF.

       VALIDATE-ONE-TARGET.
             MOVE WS-REG-CCUSTO (WS-REG-IDX) TO COA-CCUSTO.
             PERFORM CHECK-ACCOUNT-ACTIVE.
             IF WS-CONTA-OK NOT = "S"
                 MOVE "N" TO WS-ORG-OK (WS-ORG-IDX)
                 MOVE WS-REG-CCUSTO (WS-REG-IDX) TO WS-MOTIVO-CCUSTO
                 MOVE WS-MOTIVO-DESTINO TO WS-ORG-MOTIVO (WS-ORG-IDX)
             END-IF.

      *> Mesma regra de vigência do MedCtrMt, na data do GL.
       CHECK-ACCOUNT-ACTIVE.
             MOVE "N" TO WS-CONTA-OK.
             READ MEDIACOA-FILE
                 INVALID KEY
                     CONTINUE
             END-READ.
             IF WS-FS-COA = "00"
                 IF (COA-ATIVO = "A"
                         AND COA-DT-VIGOR <= WS-DATA-GL)
                     OR (COA-ATIVO NOT = "A"
                         AND COA-DT-VIGOR > WS-DATA-GL)
                     MOVE "S" TO WS-CONTA-OK
                 END-IF
             END-IF.

      *> Valor do pool pela chave primária do MEDIAVSM (data na
      *> frente): só a faixa de datas da competência é lida, com os
      *> resumos "C" não estornados de todas as filiais.
       LOAD-POOL-AMOUNTS.
             OPEN INPUT MEDIAVSM-FILE.
             IF WS-FS-VSM NOT = "00"
                 DISPLAY "Erro ao abrir MEDIAVSM, status "
                     WS-FS-VSM "; rateio não executado."
                 MOVE 8 TO RETURN-CODE
             ELSE
                 MOVE WS-DATA-INI TO VSM-DATA
                 MOVE ZERO  TO VSM-REGISTRO
                 MOVE SPACE TO VSM-TIPO
                 MOVE ZERO  TO VSM-SEQ
                 MOVE "N" TO WS-EOF-FLAG
                 START MEDIAVSM-FILE KEY NOT LESS THAN VSM-CHAVE
                     INVALID KEY
                         MOVE "S" TO WS-EOF-FLAG
                 END-START
                 PERFORM LOAD-ONE-POOL-RESULT
                     UNTIL WS-EOF-FLAG = "S"
                 CLOSE MEDIAVSM-FILE
             END-IF.

       LOAD-ONE-POOL-RESULT.
             READ MEDIAVSM-FILE NEXT RECORD
                 AT END
                     MOVE "S" TO WS-EOF-FLAG
             END-READ.
             IF WS-EOF-FLAG NOT = "S"
                 IF VSM-DATA > WS-DATA-FIM
                     MOVE "S" TO WS-EOF-FLAG
                 ELSE
                     IF VSM-TIPO = "C" AND VSM-SITUACAO NOT = "E"
                             AND VSM-SITUACAO NOT = "G"
                         MOVE VSM-EMPRESA TO WS-NOVA-EMPRESA
                         MOVE VSM-CONTA   TO WS-NOVA-CONTA
                         MOVE VSM-CCUSTO  TO WS-NOVA-CCUSTO
                         PERFORM FIND-SOURCE-ENTRY
                         IF WS-ORG-ACHOU = "S"
                             ADD 1 TO WS-RESUMOS-LIDOS
                             MOVE VSM-SOMA TO WS-VSM-SOMA
                             ADD WS-VSM-SOMA
                                 TO WS-ORG-VALOR (WS-ORG-POS)
                             ADD 1 TO WS-ORG-RESUMOS (WS-ORG-POS)
                         END-IF
                     END-IF
                 END-IF
             END-IF.

       FIND-SOURCE-ENTRY.
             MOVE "N" TO WS-ORG-ACHOU.
             PERFORM FIND-ONE-SOURCE
                 VARYING WS-ORG-IDX FROM 1 BY 1
                 UNTIL WS-ORG-IDX > WS-ORG-QTD
                    OR WS-ORG-ACHOU = "S".

       FIND-ONE-SOURCE.
             IF WS-ORG-CHAVE (WS-ORG-IDX) = WS-NOVA-ORIGEM
                 MOVE "S" TO WS-ORG-ACHOU
                 MOVE WS-ORG-IDX TO WS-ORG-POS
             END-IF.

       WRITE-ALLOCATION-FEED.
             OPEN OUTPUT MEDIAGL-FILE.
             OPEN OUTPUT RATEIREL-FILE.
             MOVE "S" TO WS-GERA-GL.
             PERFORM WRITE-GL-RUN-HEADER.
             MOVE WS-DATA-HOJE TO REL-TIT-DATA.
             MOVE REL-TITULO TO REL-RECORD.
             WRITE REL-RECORD.
             MOVE WS-COMP    TO REL-PARM-COMP.
             MOVE WS-DATA-GL TO REL-PARM-DATA.
             MOVE REL-PARM TO REL-RECORD.
             WRITE REL-RECORD.
             MOVE SPACES TO REL-RECORD.
             WRITE REL-RECORD.
             PERFORM ALLOCATE-ONE-SOURCE
                 VARYING WS-ORG-IDX FROM 1 BY 1
                 UNTIL WS-ORG-IDX > WS-ORG-QTD.
             PERFORM WRITE-GL-RUN-TRAILER.
             MOVE WS-ORG-RATEADAS  TO REL-TOT-RATEADAS.
             MOVE WS-ORG-RECUSADAS TO REL-TOT-RECUSADAS.
             MOVE WS-ORG-SEM-VALOR TO REL-TOT-SEM-VALOR.
             MOVE REL-TOT-ORG TO REL-RECORD.
             WRITE REL-RECORD.
             MOVE WS-GL-LINHAS   TO REL-TOT-LINHAS.
             MOVE WS-GL-DEBITOS  TO REL-TOT-DEBITOS.
             MOVE WS-GL-CREDITOS TO REL-TOT-CREDITOS.
             MOVE REL-TOT-GL TO REL-RECORD.
             WRITE REL-RECORD.
             CLOSE RATEIREL-FILE.
             CLOSE MEDIAGL-FILE.
             IF WS-GL-DEBITOS NOT = WS-GL-CREDITOS
                 DISPLAY "Feed do rateio desbalanceado: débitos "
                     WS-GL-DEBITOS ", créditos " WS-GL-CREDITOS
                     "; feed descartado."
                 MOVE 8 TO RETURN-CODE
             END-IF.
             DISPLAY "Rateio da competência " WS-COMP-TXT ": "
                 WS-ORG-RATEADAS " origem(ns) rateada(s), "
                 WS-ORG-RECUSADAS " recusada(s), " WS-ORG-SEM-VALOR
                 " sem valor; " WS-RESUMOS-LIDOS " resumo(s) lido(s), "
                 WS-GL-LINHAS " linha(s) no MEDIAGL.".

       ALLOCATE-ONE-SOURCE.
             MOVE WS-ORG-EMPRESA (WS-ORG-IDX) TO REL-ORG-EMPRESA.
             MOVE WS-ORG-CONTA (WS-ORG-IDX)   TO REL-ORG-CONTA.
             MOVE WS-ORG-CCUSTO (WS-ORG-IDX)  TO REL-ORG-CCUSTO.
             MOVE WS-ORG-VALOR (WS-ORG-IDX)   TO REL-ORG-VALOR.
             MOVE WS-ORG-RESUMOS (WS-ORG-IDX) TO REL-ORG-RESUMOS.
             MOVE REL-ORG-LIN TO REL-RECORD.
             WRITE REL-RECORD.
             EVALUATE TRUE
                 WHEN WS-ORG-OK (WS-ORG-IDX) NOT = "S"
                     MOVE WS-ORG-MOTIVO (WS-ORG-IDX) TO REL-REC-MOTIVO
                     MOVE REL-RECUSA TO REL-RECORD
                     WRITE REL-RECORD
                 WHEN WS-ORG-VALOR (WS-ORG-IDX) = 0
                     ADD 1 TO WS-ORG-SEM-VALOR
                     MOVE REL-SEM-VALOR TO REL-RECORD
                     WRITE REL-RECORD
                 WHEN OTHER
                     PERFORM SPLIT-SOURCE-AMOUNT
             END-EVALUATE.
             MOVE SPACES TO REL-RECORD.
             WRITE REL-RECORD.

      *> Cada destino leva o percentual arredondado ao centavo; o que
      *> sobra (ou falta) para fechar o valor do pool vai para o
      *> destino de arredondamento, e a soma dos destinos é sempre
      *> igual ao lançamento da origem.
       SPLIT-SOURCE-AMOUNT.
             ADD 1 TO WS-ORG-RATEADAS.
             MOVE WS-ORG-VALOR (WS-ORG-IDX) TO WS-RESTO.
             COMPUTE WS-REG-FIM = WS-ORG-PRIM (WS-ORG-IDX)
                 + WS-ORG-DESTINOS (WS-ORG-IDX) - 1.
             PERFORM COMPUTE-TARGET-SHARE
                 VARYING WS-REG-IDX FROM WS-ORG-PRIM (WS-ORG-IDX) BY 1
                 UNTIL WS-REG-IDX > WS-REG-FIM.
             ADD WS-RESTO TO WS-REG-VALOR (WS-REG-ARRED-IDX).
             PERFORM WRITE-TARGET-LINE
                 VARYING WS-REG-IDX FROM WS-ORG-PRIM (WS-ORG-IDX) BY 1
                 UNTIL WS-REG-IDX > WS-REG-FIM.
             PERFORM WRITE-SOURCE-LINE.
             ADD WS-ORG-VALOR (WS-ORG-IDX) TO WS-GL-SOMA-TOT.

       COMPUTE-TARGET-SHARE.
             COMPUTE WS-REG-VALOR (WS-REG-IDX) ROUNDED =
                 WS-ORG-VALOR (WS-ORG-IDX) * WS-REG-PERC (WS-REG-IDX)
                 / 100.
             SUBTRACT WS-REG-VALOR (WS-REG-IDX) FROM WS-RESTO.
             IF WS-REG-ARRED (WS-REG-IDX) = "S"
                 MOVE WS-REG-IDX TO WS-REG-ARRED-IDX
             END-IF.

      *> Destino que fica com zero centavos não gera linha no feed.
       WRITE-TARGET-LINE.
             MOVE WS-REG-VALOR (WS-REG-IDX)  TO WS-LINHA-VALOR.
             MOVE WS-REG-CCUSTO (WS-REG-IDX) TO WS-LINHA-CCUSTO.
             MOVE WS-HIST-RAT TO WS-LINHA-HIST.
             MOVE SPACES TO REL-LAN-DC.
             MOVE ZERO   TO REL-LAN-REG.
             IF WS-LINHA-VALOR NOT = 0
                 PERFORM WRITE-GL-LINE
             END-IF.
             MOVE "DESTINO "      TO REL-LAN-TIPO.
             MOVE WS-LINHA-CCUSTO TO REL-LAN-CCUSTO.
             MOVE WS-REG-PERC (WS-REG-IDX) TO REL-LAN-PERC.
             MOVE WS-LINHA-VALOR  TO REL-LAN-VALOR.
             IF WS-REG-ARRED (WS-REG-IDX) = "S"
                 MOVE "*ARRED"    TO REL-LAN-ALERTA
             ELSE
                 MOVE SPACES      TO REL-LAN-ALERTA
             END-IF.
             MOVE REL-LAN-LIN TO REL-RECORD.
             WRITE REL-RECORD.

       WRITE-SOURCE-LINE.
             COMPUTE WS-LINHA-VALOR = 0 - WS-ORG-VALOR (WS-ORG-IDX).
             MOVE WS-ORG-CCUSTO (WS-ORG-IDX) TO WS-LINHA-CCUSTO.
             MOVE WS-HIST-RAT-ORIG TO WS-LINHA-HIST.
             PERFORM WRITE-GL-LINE.
             MOVE "ORIGEM  "      TO REL-LAN-TIPO.
             MOVE WS-LINHA-CCUSTO TO REL-LAN-CCUSTO.
             MOVE 100             TO REL-LAN-PERC.
             MOVE WS-LINHA-VALOR  TO REL-LAN-VALOR.
             MOVE SPACES          TO REL-LAN-ALERTA.
             MOVE REL-LAN-LIN TO REL-RECORD.
             WRITE REL-RECORD.

      *> Valor com sinal do ponto de vista do saldo devedor: positivo
      *> sai a débito, negativo a crédito pelo valor absoluto.
       WRITE-GL-LINE.
             MOVE SPACES        TO GLFEED-RECORD.
             MOVE WS-ORG-EMPRESA (WS-ORG-IDX) TO GL-EMPRESA.
             MOVE WS-ORG-CONTA (WS-ORG-IDX)   TO GL-CONTA.
             MOVE WS-LINHA-CCUSTO TO GL-CCUSTO.
             MOVE WS-DATA-GL      TO GL-DATA.
             MOVE ZERO            TO GL-MEDIA.
             ADD 1 TO WS-GL-SEQ.
             MOVE WS-GL-SEQ       TO GL-REGISTRO.
             MOVE WS-LINHA-HIST   TO GL-HIST.
             IF WS-LINHA-VALOR < 0
                 MOVE "C"          TO GL-DC
                 COMPUTE GL-VALOR = WS-LINHA-VALOR * -1
             ELSE
                 MOVE "D"          TO GL-DC
                 MOVE WS-LINHA-VALOR TO GL-VALOR
             END-IF.
             PERFORM ADD-GL-LINE-TOTALS.
             MOVE GL-DC       TO REL-LAN-DC.
             MOVE GL-REGISTRO TO REL-LAN-REG.
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
             MOVE WS-DATA-GL   TO GLR-DATA.
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
             MOVE WS-DATA-GL   TO GLR-DATA.
             MOVE WS-RUN-HORA  TO GLR-HORA.
             MOVE WS-ORG-RATEADAS TO GLR-REGS.
             MOVE WS-GL-SOMA-TOT  TO GLR-VALOR.
             MOVE WS-GL-LINHAS    TO GLR-LINHAS.
             MOVE WS-GL-DEBITOS   TO GLR-DEBITOS.
             MOVE WS-GL-CREDITOS  TO GLR-CREDITOS.
             WRITE GLFEED-RUN.

         END PROGRAM MedRatRn.

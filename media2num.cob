       *> rejeitos da noite no MEDIAREJ acumulativo; rejeitos
       *> antigos são convertidos com data zero pelo job de cutover
       *> e não caem em extrato nenhum.
       *> 2026-10-15 Renato - MEDIAGL passa a sair em partidas
       *> dobradas: cada resultado gera o lançamento na conta do
       *> registro e a contrapartida, mesmo valor e lado oposto, na
       *> conta e centro de custo da tabela MEDIACTR (VSAM KSDS,
       *> chave empresa + conta, mantida pelo MedCtrMt). Conta sem
       *> contrapartida ativa rejeita com motivo "K" quando a rodada
       *> gera GL. O "*TRL" ganha a contagem de linhas e os totais
       *> de débitos e de créditos, conferidos pelo MedRecon antes
       *> da liberação; GLR-REGS continua contando lançamentos e
       *> GLR-VALOR o líquido do lado do registro.
       *> 2026-10-15 Renato - registro do MEDIAVSM ampliado de 81
       *> para 122 bytes: origem, lote e data do header do lote de
       *> entrada, conta e centro de custo da contrapartida usada no
       *> MEDIAGL e situação ("E" = estornado pelo MedEstrn). Na
       *> reciclagem (MEDIARIN não tem header) e no modo interativo
       *> o lote fica em branco e o registro não é estornável por
       *> lote.
       *> 2026-10-15 Renato - controle de competências contábeis
       *> (MEDIAPER, VSAM KSDS, chave AAAAMM, mantido pelo MedPerMt e
       *> fechado pelo job mensal MEDCONSL): rodada em lote ou
       *> reciclagem cuja data de processamento cai em competência
       *> fechada tem os detalhes rejeitados com motivo "F", e em
       *> competência não cadastrada com motivo "P" - rerun com data
       *> retroativa ou reciclagem atrasada não altera mais um mês
       *> já consolidado no MEDIAMES. Com regra "P" na coluna 14 do
       *> cartão MEDIAPRM (antes reservada, em branco = "R", recusar)
       *> a competência fechada é contabilizada no MEDIAGL no dia 1
       *> da próxima competência aberta (GL-DATA e datas do
       *> "*HDR"/"*TRL"); MEDIAOUT, MEDIAVSM e a trilha continuam com
       *> a data de processamento da rodada.
       *> 2026-10-15 Renato - entrada interativa deixa de contabilizar
       *> direto e de usar a empresa 0001 / conta 0000001000 fixas:
       *> o operador informa a sua identificação, filial, empresa,
       *> conta e centro de custo (conferidos no MEDIACOA) e uma
       *> justificativa, e o ajuste fica pendente no MEDIAPND (VSAM
       *> KSDS, chave número do ajuste) até outro usuário aprová-lo
       *> ou recusá-lo pelo MedPndAp. Só o ajuste aprovado entra na
       *> rodada em lote seguinte, depois do MEDIAIN e pela mesma
       *> validação, e só é marcado lançado no MEDIAPND com RC
       *> menor que 8, como os lotes no MEDIALOT. A trilha de auditoria
       *> guarda o número do ajuste com o operador e o aprovador na
       *> inclusão ("P") e no lançamento ("L", ou "J" se rejeitado).
       *> 2026-10-15 Renato - filial do detalhe conferida no cadastro
       *> de filiais (MEDIAFIL, VSAM KSDS, chave código da filial,
       *> mantido pelo MedFilMt): filial fora do cadastro rejeita com
       *> motivo "U", inativa com "I" e, no lote, enviada por origem
       *> diferente da autorizada para a filial com "O" (reciclagem
       *> e ajuste aprovado não têm header e não passam pela origem).
       *> Digitação errada da filial deixa de abrir "filial" nova nos
       *> subtotais. A tabela de filiais da rodada vai de 20 para
       *> 200 entradas e MEDIAOUT ganha subtotais por região (tipo
       *> "R", região do cadastro no lugar da filial) entre os "S" e
       *> o "G". Sem o cadastro o lote não é processado, como sem o
       *> plano de contas.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS COA-CHAVE
               FILE STATUS IS WS-FS-COA.

           SELECT MEDIACTR-FILE ASSIGN TO "MEDIACTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTR-CHAVE
               FILE STATUS IS WS-FS-CTR.

           SELECT MEDIAPER-FILE ASSIGN TO "MEDIAPER"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PER-COMPETENCIA
               FILE STATUS IS WS-FS-PER.

           SELECT MEDIAFIL-FILE ASSIGN TO "MEDIAFIL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FIL-CODIGO
               FILE STATUS IS WS-FS-FIL.

           SELECT OPTIONAL MEDIAPRM-FILE ASSIGN TO "MEDIAPRM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FS-PRM.
                   WITH DUPLICATES
               FILE STATUS IS WS-FS-VSM.

           SELECT MEDIAPND-FILE ASSIGN TO "MEDIAPND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PND-NUMERO
               FILE STATUS IS WS-FS-PND.

       DATA DIVISION.
       FILE SECTION.
       FD  MEDIAIN-FILE.
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

       FD  MEDIAREJ-FILE.
       01  MEDIAREJ-RECORD.
           05  COA-DT-VIGOR    PIC 9(08).
           05  COA-DESCRICAO   PIC X(20).

       FD  MEDIACTR-FILE.
       01  MEDIACTR-RECORD.
           05  CTR-CHAVE.
               10  CTR-EMPRESA     PIC X(04).
               10  CTR-CONTA       PIC X(10).
           05  CTR-CONTRA-CONTA    PIC X(10).
           05  CTR-CONTRA-CCUSTO   PIC X(06).
           05  CTR-ATIVO       PIC X(01).
           05  CTR-DESCRICAO   PIC X(20).

       FD  MEDIAPER-FILE.
       01  MEDIAPER-RECORD.
           05  PER-COMPETENCIA PIC 9(06).
           05  PER-SITUACAO    PIC X(01).
           05  PER-DT-SITUACAO PIC 9(08).
           05  PER-HORA-SITUACAO   PIC 9(06).
           05  PER-INICIAIS    PIC X(03).

       FD  MEDIAFIL-FILE.
       01  MEDIAFIL-RECORD.
           05  FIL-CODIGO      PIC X(04).
           05  FIL-NOME        PIC X(30).
           05  FIL-REGIAO      PIC X(04).
           05  FIL-ATIVO       PIC X(01).
           05  FIL-ORIGEM      PIC X(08).

       FD  MEDIAPRM-FILE.
       01  PRM-RECORD          PIC X(28).
       01  PRM-RECORD-RUN REDEFINES PRM-RECORD.
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

       *> Ajuste interativo pendente de aprovação: situação "P" =
       *> pendente, "A" = aprovado, "R" = recusado, "L" = lançado e
       *> "J" = rejeitado na validação do lote (ver MEDIAREJ). A
       *> imagem é o detalhe de MEDIAIN montado na digitação. O
       *> registro de chave zero guarda o último número usado.
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
           05  PND-IMAGEM      PIC X(190).
       01  MEDIAPND-CONTROLE.
           05  PND-CTL-NUMERO  PIC 9(06).
           05  PND-CTL-ULTIMO  PIC 9(06).
           05  FILLER          PIC X(313).

       WORKING-STORAGE SECTION.
       77  WS-MAX-VALORES      PIC 9(02)    VALUE 20.
       77  WS-PRM-GL           PIC X(01).
       77  WS-PRM-DATA-TXT     PIC X(08).
       77  WS-PRM-DATA         REDEFINES WS-PRM-DATA-TXT PIC 9(08).
       01  WS-PRM-OPCOES.
           05  WS-PRM-REGRA-PER    PIC X(01).
           05  WS-PRM-OPCOES-RESTO PIC X(07).
       77  WS-DATA-PROC        PIC 9(08)    VALUE ZERO.
       77  WS-DATA-CONTAB      PIC 9(08)    VALUE ZERO.
       77  WS-REJ-MOTIVO       PIC X(01).
           88  REJ-QTD-INVALIDA        VALUE "Q".
           88  REJ-SINAL-INVALIDO      VALUE "S".
           88  REJ-CONTA-INVALIDA      VALUE "C".
           88  REJ-MOEDA-SEM-TAXA      VALUE "M".
           88  REJ-CONVERSAO-ESTOURO   VALUE "E".
           88  REJ-SEM-CONTRAPARTIDA   VALUE "K".
           88  REJ-PERIODO-FECHADO     VALUE "F".
           88  REJ-PERIODO-NAO-ABERTO  VALUE "P".
           88  REJ-FILIAL-DESCONHECIDA VALUE "U".
           88  REJ-FILIAL-INATIVA      VALUE "I".
           88  REJ-ORIGEM-NAO-AUTORIZADA VALUE "O".
       77  WS-REJ-OCORR        PIC 9(02).

       77  WS-CTRL-LIDOS       PIC 9(06)    VALUE ZERO.
       77  WS-FS-COA           PIC X(02).
       77  WS-COA-OK           PIC X(01)    VALUE "N".

       77  WS-FS-CTR           PIC X(02).
       77  WS-CTR-CONTA        PIC X(10)    VALUE SPACES.
       77  WS-CTR-CCUSTO       PIC X(06)    VALUE SPACES.

       77  WS-FS-FIL           PIC X(02).
       77  WS-FIL-REGIAO-REG   PIC X(04)    VALUE SPACES.

       77  WS-FS-PER           PIC X(02).
       77  WS-PER-OK           PIC X(01)    VALUE "S".
       77  WS-PER-RECUSA       PIC X(01)    VALUE "N".
       77  WS-PER-MOTIVO       PIC X(01)    VALUE SPACE.
       77  WS-PER-ACHOU        PIC X(01).
       77  WS-PER-ABERTA       PIC X(01).
       77  WS-PER-TENTATIVAS   PIC 9(02).
       77  WS-MAX-PER-ADIANTE  PIC 9(02)    VALUE 12.
       77  WS-PER-COMP-PROC    PIC 9(06).
       01  WS-PER-DATA.
           05  WS-PER-COMP.
               10  WS-PER-ANO      PIC 9(04).
               10  WS-PER-MES      PIC 9(02).
           05  WS-PER-COMP-NUM REDEFINES WS-PER-COMP PIC 9(06).
           05  WS-PER-DIA      PIC 9(02).
       01  WS-PER-DATA-NUM REDEFINES WS-PER-DATA PIC 9(08).

       77  WS-FS-RUN           PIC X(02).
       77  WS-RUN-HORA-INI     PIC 9(06)    VALUE ZERO.

           05  WS-BAL-ORIGEM   PIC X(08).
           05  FILLER          PIC X(07)    VALUE SPACES.

       77  WS-MAX-FILIAIS      PIC 9(03)    VALUE 200.
       01  WS-FILIAL-TAB.
           05  WS-FILIAL-ENT   OCCURS 200 TIMES.
               10  WS-FIL-CODIGO   PIC X(04).
               10  WS-FIL-REGIAO   PIC X(04).
               10  WS-FIL-REGS     PIC 9(06).
               10  WS-FIL-VALS     PIC 9(06).
               10  WS-FIL-SOMA     PIC S9(11)V99.
       77  WS-FIL-QTD          PIC 9(03)    VALUE ZERO.
       77  WS-FIL-IDX          PIC 9(03).
       77  WS-FIL-USO          PIC 9(03).
       77  WS-FIL-ACHOU        PIC X(01).
       77  WS-SUB-MEDIA        PIC S9(7)V99.
       77  WS-FIL-CHEIA-AVISO  PIC X(01)    VALUE "N".
       77  WS-MAX-REGIOES      PIC 9(02)    VALUE 20.
       01  WS-REGIAO-TAB.
           05  WS-REGIAO-ENT   OCCURS 20 TIMES.
               10  WS-RGN-CODIGO   PIC X(04).
               10  WS-RGN-REGS     PIC 9(06).
               10  WS-RGN-VALS     PIC 9(06).
               10  WS-RGN-SOMA     PIC S9(11)V99.
       77  WS-RGN-QTD          PIC 9(02)    VALUE ZERO.
       77  WS-RGN-IDX          PIC 9(02).
       77  WS-RGN-USO          PIC 9(02).
       77  WS-RGN-ACHOU        PIC X(01).
       77  WS-RGN-CHEIA-AVISO  PIC X(01)    VALUE "N".
       77  WS-GT-REGS          PIC 9(06)    VALUE ZERO.
       77  WS-GT-VALS          PIC 9(06)    VALUE ZERO.
       77  WS-GT-SOMA          PIC S9(11)V99 VALUE ZERO.
       77  WS-RUN-HORA         PIC 9(06).
       77  WS-GL-GRAVADOS      PIC 9(06)    VALUE ZERO.
       77  WS-GL-SOMA-TOT      PIC S9(11)V99 VALUE ZERO.
       77  WS-GL-LINHAS        PIC 9(06)    VALUE ZERO.
       77  WS-GL-DEBITOS       PIC 9(11)V99 VALUE ZERO.
       77  WS-GL-CREDITOS      PIC 9(11)V99 VALUE ZERO.
       77  WS-GL-LINHA-LANC    PIC X(83).

       01  WS-AUD-REJ-MSG.
           05  FILLER          PIC X(07)    VALUE "MOTIVO ".

       77  WS-GERA-GL          PIC X(01)    VALUE "N".

       77  WS-FS-PND           PIC X(02).
       77  WS-PND-ATIVO        PIC X(01)    VALUE "N".
       77  WS-PND-LANCANDO     PIC X(01)    VALUE "N".
       77  WS-PND-EOF          PIC X(01).
       77  WS-PND-NUMERO       PIC 9(06)    VALUE ZERO.
       77  WS-PND-OPERADOR     PIC X(08)    VALUE SPACES.
       77  WS-PND-JUSTIFICATIVA PIC X(40)   VALUE SPACES.
       77  WS-PND-CONFIRMA     PIC X(01).
       77  WS-MAX-AJUSTES      PIC 9(03)    VALUE 100.
       01  WS-AJU-TAB.
           05  WS-AJU-ENT      OCCURS 100 TIMES.
               10  WS-AJU-NUMERO   PIC 9(06).
               10  WS-AJU-REGISTRO PIC 9(06).
               10  WS-AJU-SITUACAO PIC X(01).
       77  WS-AJU-QTD          PIC 9(03)    VALUE ZERO.
       77  WS-AJU-IDX          PIC 9(03).
       77  WS-AJU-CHEIA-AVISO  PIC X(01)    VALUE "N".
       77  WS-AUD-PND-TIPO     PIC X(01).
       01  WS-AUD-PND-MSG.
           05  FILLER          PIC X(03)    VALUE "AJ ".
           05  WS-AUD-PND-NUMERO   PIC 9(06).
           05  FILLER          PIC X(01)    VALUE SPACES.
           05  WS-AUD-PND-OPERADOR PIC X(08).
           05  FILLER          PIC X(01)    VALUE "/".
           05  WS-AUD-PND-APROVADOR PIC X(08).
           05  FILLER          PIC X(03)    VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
             ACCEPT WS-RUN-HORA-INI FROM TIME.
                 STOP RUN
             END-IF.

             MOVE WS-DATA-PROC TO WS-DATA-CONTAB.
             IF WS-MODO-LOTE = "S" OR WS-MODO-LOTE = "s"
                     OR WS-MODO-LOTE = "R" OR WS-MODO-LOTE = "r"
                 PERFORM CHECK-ACCOUNTING-PERIOD
             END-IF.

             OPEN OUTPUT MEDIAOUT-FILE.
             PERFORM WRITE-RUN-HEADER.

             ACCEPT WS-RUN-HORA FROM TIME.
             MOVE SPACES       TO GLFEED-RUN.
             MOVE "*HDR"       TO GLR-ID.
             MOVE WS-DATA-CONTAB TO GLR-DATA.
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
             MOVE WS-DATA-CONTAB TO GLR-DATA.
             MOVE WS-RUN-HORA  TO GLR-HORA.
             MOVE WS-GL-GRAVADOS TO GLR-REGS.
             MOVE WS-GL-SOMA-TOT TO GLR-VALOR.
             MOVE WS-GL-LINHAS   TO GLR-LINHAS.
             MOVE WS-GL-DEBITOS  TO GLR-DEBITOS.
             MOVE WS-GL-CREDITOS TO GLR-CREDITOS.
             WRITE GLFEED-RUN.

       READ-PARM-CARD.
                     MOVE WS-PRM-DATA TO WS-DATA-PROC
                 END-IF
             END-IF.
             IF WS-PRM-REGRA-PER NOT = SPACE
                     AND WS-PRM-REGRA-PER NOT = "R"
                     AND WS-PRM-REGRA-PER NOT = "P"
                 DISPLAY "Cartão MEDIAPRM inválido: regra de "
                     "competência fechada """ WS-PRM-REGRA-PER
                     """ (use R, P ou branco)."
                 MOVE "N" TO WS-PRM-OK
             END-IF.
             IF WS-PRM-OPCOES-RESTO NOT = SPACES
                 DISPLAY "Cartão MEDIAPRM inválido: opções """
                     WS-PRM-OPCOES-RESTO """ não reconhecidas."
                 MOVE "N" TO WS-PRM-OK
             END-IF.
             IF WS-LIM-ATIVO = "X"
             ACCEPT WS-GERA-GL.

             ACCEPT WS-DATA-PROC FROM DATE YYYYMMDD.
             MOVE SPACES TO WS-PRM-OPCOES.
             MOVE "S" TO WS-PRM-OK.

       OPEN-VSAM-MASTER.
                 END-IF
             END-IF.

      *> Competência da data de processamento no MEDIAPER: aberta
      *> segue normal; fechada recusa a rodada (motivo "F") ou, com
      *> a regra "P" do cartão, leva o GL para a próxima competência
      *> aberta; não cadastrada (ainda não aberta pela contabilidade)
      *> recusa com motivo "P". A recusa é aplicada registro a
      *> registro na validação, para cada detalhe ir ao MEDIAREJ e à
      *> trilha e o trailer do lote continuar conferindo.
       CHECK-ACCOUNTING-PERIOD.
             MOVE "N" TO WS-PER-OK WS-PER-RECUSA.
             OPEN INPUT MEDIAPER-FILE.
             IF WS-FS-PER NOT = "00"
                 DISPLAY "Erro ao abrir MEDIAPER, status "
                     WS-FS-PER "; lote não será processado."
                 MOVE 8 TO RETURN-CODE
             ELSE
                 MOVE "S" TO WS-PER-OK
                 MOVE WS-DATA-PROC TO WS-PER-DATA-NUM
                 MOVE WS-PER-COMP-NUM TO WS-PER-COMP-PROC
                 PERFORM READ-PERIOD
                 EVALUATE TRUE
                     WHEN WS-PER-ACHOU NOT = "S"
                         MOVE "S" TO WS-PER-RECUSA
                         MOVE "P" TO WS-PER-MOTIVO
                         DISPLAY "Competência " WS-PER-COMP-PROC
                             " não cadastrada em MEDIAPER; "
                             "detalhes rejeitados com motivo P."
                     WHEN PER-SITUACAO = "A"
                         CONTINUE
                     WHEN WS-PRM-REGRA-PER = "P"
                         PERFORM FIND-NEXT-OPEN-PERIOD
                     WHEN OTHER
                         MOVE "S" TO WS-PER-RECUSA
                         MOVE "F" TO WS-PER-MOTIVO
                         DISPLAY "Competência " WS-PER-COMP-PROC
                             " fechada em " PER-DT-SITUACAO
                             "; detalhes rejeitados com motivo F."
                 END-EVALUATE
                 CLOSE MEDIAPER-FILE
             END-IF.

       READ-PERIOD.
             MOVE "N" TO WS-PER-ACHOU.
             MOVE WS-PER-COMP-NUM TO PER-COMPETENCIA.
             READ MEDIAPER-FILE
                 INVALID KEY
                     CONTINUE
             END-READ.
             IF WS-FS-PER = "00"
                 MOVE "S" TO WS-PER-ACHOU
             END-IF.

      *> Só avança por competências cadastradas e fechadas; a
      *> primeira aberta recebe o GL no dia 1. Competência seguinte
      *> não cadastrada encerra a busca e a rodada é recusada.
       FIND-NEXT-OPEN-PERIOD.
             MOVE "N" TO WS-PER-ABERTA.
             MOVE ZERO TO WS-PER-TENTATIVAS.
             PERFORM ADVANCE-PERIOD
                 UNTIL WS-PER-ABERTA = "S"
                    OR WS-PER-ACHOU NOT = "S"
                    OR WS-PER-TENTATIVAS >= WS-MAX-PER-ADIANTE.
             IF WS-PER-ABERTA = "S"
                 MOVE 1 TO WS-PER-DIA
                 MOVE WS-PER-DATA-NUM TO WS-DATA-CONTAB
                 DISPLAY "Competência " WS-PER-COMP-PROC
                     " fechada; MEDIAGL contabilizado em "
                     WS-DATA-CONTAB " (próxima competência aberta)."
             ELSE
                 MOVE "S" TO WS-PER-RECUSA
                 MOVE "F" TO WS-PER-MOTIVO
                 DISPLAY "Competência " WS-PER-COMP-PROC
                     " fechada e sem competência aberta seguinte em "
                     "MEDIAPER; detalhes rejeitados com motivo F."
             END-IF.

       ADVANCE-PERIOD.
             ADD 1 TO WS-PER-TENTATIVAS.
             IF WS-PER-MES = 12
                 MOVE 1 TO WS-PER-MES
                 ADD 1 TO WS-PER-ANO
             ELSE
                 ADD 1 TO WS-PER-MES
             END-IF.
             PERFORM READ-PERIOD.
             IF WS-PER-ACHOU = "S" AND PER-SITUACAO = "A"
                 MOVE "S" TO WS-PER-ABERTA
             END-IF.

      *> A entrada interativa não contabiliza: o ajuste digitado fica
      *> pendente no MEDIAPND até outro usuário aprová-lo pelo
      *> MedPndAp, e só o aprovado entra na rodada em lote seguinte
      *> (POST-APPROVED-ADJUSTMENTS). Sem o plano de contas ou sem o
      *> MEDIAPND o ajuste não pode ser digitado.
       PROCESS-INTERACTIVE.
             OPEN INPUT MEDIACOA-FILE.
             IF WS-FS-COA NOT = "00"
                 DISPLAY "Erro ao abrir MEDIACOA, status "
                     WS-FS-COA "; ajuste não pode ser digitado."
                 MOVE 8 TO RETURN-CODE
             ELSE
                 OPEN INPUT MEDIAFIL-FILE
                 IF WS-FS-FIL NOT = "00"
                     DISPLAY "Erro ao abrir MEDIAFIL, status "
                         WS-FS-FIL "; ajuste não pode ser digitado."
                     MOVE 8 TO RETURN-CODE
                 ELSE
                     PERFORM ENTER-PENDING-ADJUSTMENT
                     CLOSE MEDIAFIL-FILE
                 END-IF
                 CLOSE MEDIACOA-FILE
             END-IF.

       ENTER-PENDING-ADJUSTMENT.
             PERFORM OPEN-PENDING-MASTER.
             IF WS-PND-ATIVO = "S"
                 PERFORM ENTER-ADJUSTMENT
                 CLOSE MEDIAPND-FILE
             ELSE
                 DISPLAY "Erro ao abrir MEDIAPND, status "
                     WS-FS-PND "; ajuste não pode ser digitado."
                 MOVE 8 TO RETURN-CODE
             END-IF.

       ENTER-ADJUSTMENT.
             MOVE SPACES       TO WS-REG-LOTE.
             MOVE "D"          TO MI-TIPO.
             MOVE SPACES       TO WS-MOEDA-REG.
             MOVE "N"          TO WS-CONVERTE-REG.
             PERFORM GET-OPERADOR.
             PERFORM GET-CONTA.
             PERFORM GET-JUSTIFICATIVA.
             PERFORM GET-QTD.
             PERFORM GET-VALOR
                 VARYING WS-IDX FROM 1 BY 1
             PERFORM CALCULATE-RESULT.
             PERFORM EXIBIR-MENU.
             PERFORM DISPLAY-MENU-RESULT.
             PERFORM GET-CONFIRMACAO.
             IF WS-PND-CONFIRMA = "S"
                 MOVE WS-QTD TO MI-QTD
                 PERFORM COPY-INTERACTIVE-VALOR
                     VARYING WS-IDX FROM 1 BY 1
                     UNTIL WS-IDX > WS-QTD
                 PERFORM HOLD-PENDING-ADJUSTMENT
             ELSE
                 DISPLAY "Ajuste descartado; nada foi gravado."
             END-IF.

       GET-OPERADOR.
             MOVE "N" TO WS-NUM-VALIDO.
             PERFORM PROMPT-OPERADOR UNTIL WS-NUM-VALIDO = "S".

       PROMPT-OPERADOR.
             DISPLAY "Identificação do operador (usuário): ".
             ACCEPT WS-PND-OPERADOR.
             IF WS-PND-OPERADOR NOT = SPACES
                 MOVE "S" TO WS-NUM-VALIDO
             ELSE
                 DISPLAY "Operador é obrigatório."
                 MOVE "N" TO WS-NUM-VALIDO
             END-IF.

      *> Filial conferida no cadastro de filiais e empresa, conta e
      *> centro de custo no plano de contas na data de processamento,
      *> pelas mesmas VALIDATE-FILIAL e VALIDATE-COA do lote; a
      *> validação completa é refeita na noite do lançamento.
       GET-CONTA.
             MOVE "N" TO WS-NUM-VALIDO.
             PERFORM PROMPT-CONTA UNTIL WS-NUM-VALIDO = "S".

       PROMPT-CONTA.
             DISPLAY "Filial (4 posições): ".
             ACCEPT MI-FILIAL.
             DISPLAY "Empresa (4 posições): ".
             ACCEPT MI-EMPRESA.
             DISPLAY "Conta (10 posições): ".
             ACCEPT MI-CONTA.
             DISPLAY "Centro de custo (6 posições): ".
             ACCEPT MI-CCUSTO.
             MOVE "N" TO WS-NUM-VALIDO.
             IF MI-FILIAL = SPACES
                 DISPLAY "Filial é obrigatória."
             ELSE
                 MOVE "S" TO WS-REGISTRO-VALIDO
                 PERFORM VALIDATE-FILIAL
                 IF WS-REGISTRO-VALIDO NOT = "S"
                     DISPLAY "Filial " MI-FILIAL " inexistente ou "
                         "inativa no cadastro de filiais."
                 ELSE
                     PERFORM VALIDATE-COA
                     IF WS-REGISTRO-VALIDO = "S"
                         MOVE "S" TO WS-NUM-VALIDO
                     ELSE
                         DISPLAY "Conta " MI-EMPRESA " " MI-CONTA " "
                             MI-CCUSTO " inexistente ou inativa no "
                             "plano de contas."
                     END-IF
                 END-IF
             END-IF.

       GET-JUSTIFICATIVA.
             MOVE "N" TO WS-NUM-VALIDO.
             PERFORM PROMPT-JUSTIFICATIVA UNTIL WS-NUM-VALIDO = "S".

       PROMPT-JUSTIFICATIVA.
             DISPLAY "Justificativa do ajuste (até 40 posições): ".
             ACCEPT WS-PND-JUSTIFICATIVA.
             IF WS-PND-JUSTIFICATIVA NOT = SPACES
                 MOVE "S" TO WS-NUM-VALIDO
             ELSE
                 DISPLAY "Justificativa é obrigatória."
                 MOVE "N" TO WS-NUM-VALIDO
             END-IF.

       GET-CONFIRMACAO.
             MOVE "N" TO WS-NUM-VALIDO.
             PERFORM PROMPT-CONFIRMACAO UNTIL WS-NUM-VALIDO = "S".

       PROMPT-CONFIRMACAO.
             DISPLAY "Gravar o ajuste para aprovação? (S/N): ".
             ACCEPT WS-PND-CONFIRMA.
             IF WS-PND-CONFIRMA = "s"
                 MOVE "S" TO WS-PND-CONFIRMA
             END-IF.
             IF WS-PND-CONFIRMA = "n"
                 MOVE "N" TO WS-PND-CONFIRMA
             END-IF.
             IF WS-PND-CONFIRMA = "S" OR WS-PND-CONFIRMA = "N"
                 MOVE "S" TO WS-NUM-VALIDO
             ELSE
                 DISPLAY "Resposta inválida. Informe S ou N."
                 MOVE "N" TO WS-NUM-VALIDO
             END-IF.

       COPY-INTERACTIVE-VALOR.
             MOVE WS-VALOR (WS-IDX) TO MI-VALORES (WS-IDX).

       HOLD-PENDING-ADJUSTMENT.
             PERFORM NEXT-PENDING-NUMBER.
             IF WS-PND-NUMERO > ZERO
                 ACCEPT WS-AUD-DATA FROM DATE YYYYMMDD
                 ACCEPT WS-AUD-HORA FROM TIME
                 MOVE SPACES          TO MEDIAPND-RECORD
                 MOVE WS-PND-NUMERO   TO PND-NUMERO
                 MOVE "P"             TO PND-SITUACAO
                 MOVE WS-AUD-DATA     TO PND-DT-INCLUSAO
                 MOVE WS-AUD-HORA     TO PND-HORA-INCLUSAO
                 MOVE WS-PND-OPERADOR TO PND-OPERADOR
                 MOVE ZERO            TO PND-DT-DECISAO
                 MOVE ZERO            TO PND-HORA-DECISAO
                 MOVE ZERO            TO PND-DT-LANCAMENTO
                 MOVE ZERO            TO PND-REGISTRO
                 MOVE WS-PND-JUSTIFICATIVA TO PND-JUSTIFICATIVA
                 MOVE WS-REG-LOTE     TO PND-IMAGEM
                 WRITE MEDIAPND-RECORD
                     INVALID KEY
                         DISPLAY "Falha ao gravar MEDIAPND, status "
                             WS-FS-PND "; ajuste " WS-PND-NUMERO
                             " não gravado."
                         MOVE 8 TO RETURN-CODE
                 END-WRITE
                 IF WS-FS-PND = "00"
                     DISPLAY "Ajuste " WS-PND-NUMERO " gravado em "
                         "MEDIAPND, pendente de aprovação por outro "
                         "usuário."
                     MOVE ZERO TO WS-REG-ORIGINAL
                     MOVE "P"  TO WS-AUD-PND-TIPO
                     PERFORM WRITE-AUDIT-ADJUSTMENT
                 END-IF
             END-IF.

      *> Numeração pelo registro de controle (chave zero), lido e
      *> regravado na mesma abertura I-O; o primeiro ajuste cria o
      *> registro.
       NEXT-PENDING-NUMBER.
             MOVE ZERO TO WS-PND-NUMERO.
             MOVE ZERO TO PND-NUMERO.
             READ MEDIAPND-FILE
                 INVALID KEY
                     CONTINUE
             END-READ.
             IF WS-FS-PND = "00"
                 ADD 1 PND-CTL-ULTIMO GIVING WS-PND-NUMERO
                 MOVE WS-PND-NUMERO TO PND-CTL-ULTIMO
                 REWRITE MEDIAPND-CONTROLE
                     INVALID KEY
                         CONTINUE
                 END-REWRITE
             ELSE
                 MOVE SPACES TO MEDIAPND-CONTROLE
                 MOVE ZERO   TO PND-CTL-NUMERO
                 MOVE 1      TO PND-CTL-ULTIMO
                 MOVE 1      TO WS-PND-NUMERO
                 WRITE MEDIAPND-CONTROLE
                     INVALID KEY
                         CONTINUE
                 END-WRITE
             END-IF.
             IF WS-FS-PND NOT = "00"
                 DISPLAY "Falha ao numerar o ajuste em MEDIAPND, "
                     "status " WS-FS-PND "; ajuste não gravado."
                 MOVE ZERO TO WS-PND-NUMERO
                 MOVE 8 TO RETURN-CODE
             END-IF.

       EXIBIR-MENU.

       PROCESS-BATCH-FILE.
             MOVE ZERO TO WS-LOTE-PROCESSADOS WS-LOTE-INVALIDOS.
             IF WS-PER-OK = "S"
                 PERFORM OPEN-COA-MASTER
             END-IF.
             IF WS-COA-OK = "S"
                 PERFORM LOAD-TAX-TABLE
                 PERFORM LOAD-CALENDAR-TABLE
                 PERFORM OPEN-LOT-REGISTRY
                 PERFORM OPEN-PENDING-MASTER
                 IF WS-PND-ATIVO NOT = "S"
                     DISPLAY "Aviso: MEDIAPND indisponível, status "
                         WS-FS-PND "; ajustes aprovados ficam para "
                         "a próxima rodada."
                     IF RETURN-CODE = 0
                         MOVE 4 TO RETURN-CODE
                     END-IF
                 END-IF
                 PERFORM PROCESS-BATCH-INPUT
                 IF WS-LOT-ATIVO = "S"
                     CLOSE MEDIALOT-FILE
                 END-IF
                 IF WS-PND-ATIVO = "S"
                     CLOSE MEDIAPND-FILE
                 END-IF
                 IF WS-LOTES-PULADOS > 0
                     DISPLAY WS-LOTES-PULADOS " lote(s) já "
                         "processado(s) pulado(s) nesta rodada."
                 END-IF
                 PERFORM CLOSE-COA-MASTER
             END-IF.

       PROCESS-BATCH-INPUT.
                 PERFORM PROCESS-ONE-BATCH-RECORD
                     UNTIL WS-EOF-FLAG = "S"
                 CLOSE MEDIAIN-FILE
                 IF WS-PND-ATIVO = "S"
                     PERFORM POST-APPROVED-ADJUSTMENTS
                 END-IF
                 CLOSE MEDIAREJ-FILE
                 IF WS-LIM-ATIVO = "S"
                     CLOSE MEDIAEXC-FILE
                 PERFORM VERIFY-EXPECTED-ORIGINS
                 PERFORM CHECK-BATCH-TOTALS
                 PERFORM REGISTER-PROCESSED-BATCHES
                 PERFORM REGISTER-POSTED-ADJUSTMENTS
             END-IF.

       PROCESS-RECYCLE-FILE.
             MOVE ZERO TO WS-LOTE-PROCESSADOS WS-LOTE-INVALIDOS.
             IF WS-PER-OK = "S"
                 PERFORM OPEN-COA-MASTER
             END-IF.
             IF WS-COA-OK = "S"
                 PERFORM LOAD-TAX-TABLE
                 PERFORM PROCESS-RECYCLE-INPUT
                 PERFORM CLOSE-COA-MASTER
             END-IF.

       PROCESS-RECYCLE-INPUT.
                 MOVE 8 TO RETURN-CODE
             ELSE
                 MOVE "S" TO WS-COA-OK
                 IF WS-GERA-GL = "S"
                     PERFORM OPEN-CONTRA-MASTER
                 END-IF
                 IF WS-COA-OK = "S"
                     PERFORM OPEN-BRANCH-MASTER
                 END-IF
             END-IF.

      *> A contrapartida só é exigida quando a rodada gera o MEDIAGL;
      *> sem a tabela o feed não sairia balanceado, então o lote não
      *> é processado, como sem o plano de contas.
       OPEN-CONTRA-MASTER.
             OPEN INPUT MEDIACTR-FILE.
             IF WS-FS-CTR NOT = "00"
                 DISPLAY "Erro ao abrir MEDIACTR, status "
                     WS-FS-CTR "; lote não será processado."
                 MOVE 8 TO RETURN-CODE
                 MOVE "N" TO WS-COA-OK
                 CLOSE MEDIACOA-FILE
             END-IF.

      *> Sem o cadastro de filiais nenhum detalhe passaria na
      *> VALIDATE-FILIAL; o lote não é processado, como sem o plano
      *> de contas, em vez de rejeitar a noite inteira com "U".
       OPEN-BRANCH-MASTER.
             OPEN INPUT MEDIAFIL-FILE.
             IF WS-FS-FIL NOT = "00"
                 DISPLAY "Erro ao abrir MEDIAFIL, status "
                     WS-FS-FIL "; lote não será processado."
                 MOVE 8 TO RETURN-CODE
                 MOVE "N" TO WS-COA-OK
                 CLOSE MEDIACOA-FILE
                 IF WS-GERA-GL = "S"
                     CLOSE MEDIACTR-FILE
                 END-IF
             END-IF.

       CLOSE-COA-MASTER.
             CLOSE MEDIACOA-FILE.
             IF WS-GERA-GL = "S"
                 CLOSE MEDIACTR-FILE
             END-IF.
             CLOSE MEDIAFIL-FILE.

       LOAD-TAX-TABLE.
             MOVE ZERO TO WS-TAX-QTD.
             OPEN INPUT MEDIATAX-FILE.
                 END-IF
             END-IF.

       OPEN-PENDING-MASTER.
             MOVE "N" TO WS-PND-ATIVO.
             OPEN I-O MEDIAPND-FILE.
             IF WS-FS-PND = "35"
                 OPEN OUTPUT MEDIAPND-FILE
                 CLOSE MEDIAPND-FILE
                 OPEN I-O MEDIAPND-FILE
             END-IF.
             IF WS-FS-PND = "00"
                 MOVE "S" TO WS-PND-ATIVO
             END-IF.

      *> Ajustes interativos aprovados entram depois do último lote
      *> do MEDIAIN, numerados em sequência aos registros lidos, e
      *> passam pela mesma validação, cálculo, histórico e GL de um
      *> detalhe do lote, mas sem vínculo de lote no MEDIAVSM. Como
      *> os lotes no MEDIALOT, só são marcados lançados no fim da
      *> rodada e com RC menor que 8 (REGISTER-POSTED-ADJUSTMENTS):
      *> rerun de noite retida lança os mesmos ajustes de novo.
       POST-APPROVED-ADJUSTMENTS.
             MOVE "S" TO WS-PND-LANCANDO.
             MOVE "N" TO WS-PND-EOF.
             MOVE 1 TO PND-NUMERO.
             START MEDIAPND-FILE KEY NOT LESS THAN PND-NUMERO
                 INVALID KEY
                     MOVE "S" TO WS-PND-EOF
             END-START.
             PERFORM POST-ONE-ADJUSTMENT
                 UNTIL WS-PND-EOF = "S".
             MOVE "N" TO WS-PND-LANCANDO.
             IF WS-AJU-QTD > 0
                 DISPLAY WS-AJU-QTD " ajuste(s) aprovado(s) do "
                     "MEDIAPND incluído(s) nesta rodada."
             END-IF.

       POST-ONE-ADJUSTMENT.
             READ MEDIAPND-FILE NEXT RECORD
                 AT END
                     MOVE "S" TO WS-PND-EOF
             END-READ.
             IF WS-PND-EOF NOT = "S" AND PND-SITUACAO = "A"
                 IF WS-AJU-QTD < WS-MAX-AJUSTES
                     ADD 1 TO WS-REC-NUM
                     MOVE WS-REC-NUM TO WS-REG-ORIGINAL
                     MOVE PND-IMAGEM TO WS-REG-LOTE
                     DISPLAY "Ajuste " PND-NUMERO " de "
                         PND-OPERADOR ", aprovado por "
                         PND-APROVADOR ", como registro "
                         WS-REG-ORIGINAL "."
                     PERFORM PROCESS-DETAIL-RECORD
                     ADD 1 TO WS-AJU-QTD
                     MOVE PND-NUMERO
                         TO WS-AJU-NUMERO (WS-AJU-QTD)
                     MOVE WS-REG-ORIGINAL
                         TO WS-AJU-REGISTRO (WS-AJU-QTD)
                     IF WS-REGISTRO-VALIDO = "S"
                         MOVE "L" TO WS-AUD-PND-TIPO
                     ELSE
                         MOVE "J" TO WS-AUD-PND-TIPO
                     END-IF
                     MOVE WS-AUD-PND-TIPO
                         TO WS-AJU-SITUACAO (WS-AJU-QTD)
                     PERFORM WRITE-AUDIT-ADJUSTMENT
                 ELSE
                     IF WS-AJU-CHEIA-AVISO NOT = "S"
                         DISPLAY "Tabela de ajustes da rodada cheia; "
                             "aprovados além de " WS-MAX-AJUSTES
                             " ficam para a próxima rodada."
                         MOVE "S" TO WS-AJU-CHEIA-AVISO
                         IF RETURN-CODE = 0
                             MOVE 4 TO RETURN-CODE
                         END-IF
                     END-IF
                 END-IF
             END-IF.

       REGISTER-POSTED-ADJUSTMENTS.
             IF WS-PND-ATIVO = "S" AND RETURN-CODE < 8
                 PERFORM REGISTER-ONE-ADJUSTMENT
                     VARYING WS-AJU-IDX FROM 1 BY 1
                     UNTIL WS-AJU-IDX > WS-AJU-QTD
             END-IF.

       REGISTER-ONE-ADJUSTMENT.
             MOVE WS-AJU-NUMERO (WS-AJU-IDX) TO PND-NUMERO.
             READ MEDIAPND-FILE
                 INVALID KEY
                     CONTINUE
             END-READ.
             IF WS-FS-PND = "00"
                 MOVE WS-AJU-SITUACAO (WS-AJU-IDX) TO PND-SITUACAO
                 MOVE WS-DATA-PROC TO PND-DT-LANCAMENTO
                 MOVE WS-AJU-REGISTRO (WS-AJU-IDX) TO PND-REGISTRO
                 REWRITE MEDIAPND-RECORD
                     INVALID KEY
                         CONTINUE
                 END-REWRITE
             END-IF.
             IF WS-FS-PND NOT = "00"
                 DISPLAY "Aviso: falha ao marcar ajuste "
                     WS-AJU-NUMERO (WS-AJU-IDX) " como lançado em "
                     "MEDIAPND, status " WS-FS-PND "."
                 IF RETURN-CODE = 0
                     MOVE 4 TO RETURN-CODE
                 END-IF
             END-IF.

      *> Concatenação dupla na mesma noite: o MEDIALOT só é gravado
      *> no fim da rodada, então a segunda cópia de um lote já
      *> processado nesta rodada é apanhada na tabela em memória
             MOVE ZERO TO WS-LOTENT-QTD.
             MOVE ZERO TO WS-CTRL-LIDOS WS-CTRL-HASH.
             MOVE ZERO TO WS-FIL-QTD WS-GT-REGS WS-GT-VALS WS-GT-SOMA.
             MOVE ZERO TO WS-RGN-QTD.
             MOVE ZERO TO WS-EXC-ALTA WS-EXC-MEDIA.
             MOVE ZERO TO WS-BAT-MED-SOMA WS-BAT-MED-QTD.
             MOVE "N" TO WS-CAB-VISTO WS-TRL-VISTO.
                     PERFORM VALIDATE-BATCH-VALOR
                         VARYING WS-IDX FROM 1 BY 1
                         UNTIL WS-IDX > MI-QTD
                     IF WS-REGISTRO-VALIDO = "S"
                             AND WS-PER-RECUSA = "S"
                         MOVE "N" TO WS-REGISTRO-VALIDO
                         MOVE WS-PER-MOTIVO TO WS-REJ-MOTIVO
                     END-IF
                     IF WS-REGISTRO-VALIDO = "S"
                         PERFORM VALIDATE-FILIAL
                     END-IF
                     IF WS-REGISTRO-VALIDO = "S"
                         PERFORM VALIDATE-COA
                     END-IF
                     IF WS-REGISTRO-VALIDO = "S"
                             AND WS-GERA-GL = "S"
                         PERFORM VALIDATE-CONTRA
                     END-IF
                     IF WS-REGISTRO-VALIDO = "S"
                         PERFORM VALIDATE-MOEDA
                     END-IF
                 END-IF
             END-IF.

       *> Filial no cadastro MEDIAFIL, ativa e, no lote, transmitida
       *> pela origem autorizada para ela (a do header corrente). A
       *> reciclagem, o ajuste aprovado e a digitação não têm header
       *> e só conferem cadastro e situação. A região fica guardada
       *> para os subtotais regionais.
       VALIDATE-FILIAL.
             MOVE SPACES TO WS-FIL-REGIAO-REG.
             MOVE MI-FILIAL TO FIL-CODIGO.
             READ MEDIAFIL-FILE
                 INVALID KEY
                     MOVE "N" TO WS-REGISTRO-VALIDO
                     MOVE "U" TO WS-REJ-MOTIVO
             END-READ.
             IF WS-FS-FIL = "00"
                 IF FIL-ATIVO NOT = "A"
                     MOVE "N" TO WS-REGISTRO-VALIDO
                     MOVE "I" TO WS-REJ-MOTIVO
                 ELSE
                     IF WS-MODO-ATUAL = "B"
                             AND WS-PND-LANCANDO NOT = "S"
                             AND FIL-ORIGEM NOT = WS-CAB-ORIGEM
                         MOVE "N" TO WS-REGISTRO-VALIDO
                         MOVE "O" TO WS-REJ-MOTIVO
                     ELSE
                         MOVE FIL-REGIAO TO WS-FIL-REGIAO-REG
                     END-IF
                 END-IF
             END-IF.

       *> A situação vale a partir de COA-DT-VIGOR: antes dela conta
       *> inativa ainda valida (desativação com vigência futura) e
       *> conta ativa ainda não (inclusão com vigência futura).
                 END-IF
             END-IF.

       *> Contrapartida do lançamento no MEDIAGL: conta e centro de
       *> custo da mesma empresa, guardados para o WRITE-GL-FEED.
       VALIDATE-CONTRA.
             MOVE MI-EMPRESA TO CTR-EMPRESA.
             MOVE MI-CONTA   TO CTR-CONTA.
             READ MEDIACTR-FILE
                 INVALID KEY
                     MOVE "N" TO WS-REGISTRO-VALIDO
                     MOVE "K" TO WS-REJ-MOTIVO
             END-READ.
             IF WS-FS-CTR = "00"
                 IF CTR-ATIVO = "A"
                     MOVE CTR-CONTRA-CONTA  TO WS-CTR-CONTA
                     MOVE CTR-CONTRA-CCUSTO TO WS-CTR-CCUSTO
                 ELSE
                     MOVE "N" TO WS-REGISTRO-VALIDO
                     MOVE "K" TO WS-REJ-MOTIVO
                 END-IF
             END-IF.

       VALIDATE-BATCH-VALOR.
             IF NOT (MI-VALOR-SINAL (WS-IDX) = "+" OR "-")
                 MOVE "N" TO WS-REGISTRO-VALIDO
                     ADD 1 TO WS-FIL-QTD
                     MOVE WS-FIL-QTD TO WS-FIL-USO
                     MOVE MI-FILIAL TO WS-FIL-CODIGO (WS-FIL-USO)
                     MOVE WS-FIL-REGIAO-REG
                         TO WS-FIL-REGIAO (WS-FIL-USO)
                     MOVE ZERO TO WS-FIL-REGS (WS-FIL-USO)
                     MOVE ZERO TO WS-FIL-VALS (WS-FIL-USO)
                     MOVE ZERO TO WS-FIL-SOMA (WS-FIL-USO)
                 PERFORM WRITE-BRANCH-SUBTOTAL
                     VARYING WS-FIL-IDX FROM 1 BY 1
                     UNTIL WS-FIL-IDX > WS-FIL-QTD
                 PERFORM ADD-REGION-TOTALS
                     VARYING WS-FIL-IDX FROM 1 BY 1
                     UNTIL WS-FIL-IDX > WS-FIL-QTD
                 PERFORM WRITE-REGION-SUBTOTAL
                     VARYING WS-RGN-IDX FROM 1 BY 1
                     UNTIL WS-RGN-IDX > WS-RGN-QTD
                 PERFORM WRITE-GRAND-TOTAL
             END-IF.

             MOVE WS-SUB-MEDIA TO MO-SUB-MEDIA.
             WRITE MEDIAOUT-RECORD.

      *> A região de cada filial é a do cadastro no momento em que
      *> a filial entrou na tabela da rodada (VALIDATE-FILIAL).
       ADD-REGION-TOTALS.
             MOVE "N" TO WS-RGN-ACHOU.
             PERFORM FIND-REGION-ENTRY
                 VARYING WS-RGN-IDX FROM 1 BY 1
                 UNTIL WS-RGN-IDX > WS-RGN-QTD
                    OR WS-RGN-ACHOU = "S".
             IF WS-RGN-ACHOU NOT = "S"
                 IF WS-RGN-QTD < WS-MAX-REGIOES
                     ADD 1 TO WS-RGN-QTD
                     MOVE WS-RGN-QTD TO WS-RGN-USO
                     MOVE WS-FIL-REGIAO (WS-FIL-IDX)
                         TO WS-RGN-CODIGO (WS-RGN-USO)
                     MOVE ZERO TO WS-RGN-REGS (WS-RGN-USO)
                     MOVE ZERO TO WS-RGN-VALS (WS-RGN-USO)
                     MOVE ZERO TO WS-RGN-SOMA (WS-RGN-USO)
                     MOVE "S" TO WS-RGN-ACHOU
                 ELSE
                     IF WS-RGN-CHEIA-AVISO NOT = "S"
                         DISPLAY "Tabela de regiões cheia; subtotais "
                             "regionais incompletos a partir da "
                             "região " WS-FIL-REGIAO (WS-FIL-IDX) "."
                         MOVE "S" TO WS-RGN-CHEIA-AVISO
                         IF RETURN-CODE = 0
                             MOVE 4 TO RETURN-CODE
                         END-IF
                     END-IF
                 END-IF
             END-IF.
             IF WS-RGN-ACHOU = "S"
                 ADD WS-FIL-REGS (WS-FIL-IDX)
                     TO WS-RGN-REGS (WS-RGN-USO)
                 ADD WS-FIL-VALS (WS-FIL-IDX)
                     TO WS-RGN-VALS (WS-RGN-USO)
                 ADD WS-FIL-SOMA (WS-FIL-IDX)
                     TO WS-RGN-SOMA (WS-RGN-USO)
             END-IF.

       FIND-REGION-ENTRY.
             IF WS-RGN-CODIGO (WS-RGN-IDX) = WS-FIL-REGIAO (WS-FIL-IDX)
                 MOVE "S" TO WS-RGN-ACHOU
                 MOVE WS-RGN-IDX TO WS-RGN-USO
             END-IF.

       WRITE-REGION-SUBTOTAL.
             MOVE WS-DATA-PROC TO WS-OUT-DATA.
             MOVE SPACES TO MEDIAOUT-RECORD.
             MOVE WS-OUT-DATA TO MO-DATA.
             MOVE "R" TO MO-TIPO.
             MOVE WS-RGN-CODIGO (WS-RGN-IDX) TO MO-SUB-FILIAL.
             MOVE WS-RGN-REGS (WS-RGN-IDX)   TO MO-SUB-REGS.
             MOVE WS-RGN-SOMA (WS-RGN-IDX)   TO MO-SUB-SOMA.
             IF WS-RGN-VALS (WS-RGN-IDX) > 0
                 COMPUTE WS-SUB-MEDIA = WS-RGN-SOMA (WS-RGN-IDX)
                     / WS-RGN-VALS (WS-RGN-IDX)
             ELSE
                 MOVE ZERO TO WS-SUB-MEDIA
             END-IF.
             MOVE WS-SUB-MEDIA TO MO-SUB-MEDIA.
             WRITE MEDIAOUT-RECORD.

       WRITE-GRAND-TOTAL.
             MOVE WS-DATA-PROC TO WS-OUT-DATA.
             MOVE SPACES TO MEDIAOUT-RECORD.
             MOVE MI-EMPRESA  TO VSM-EMPRESA.
             MOVE MI-CONTA    TO VSM-CONTA.
             MOVE MI-CCUSTO   TO VSM-CCUSTO.
             IF WS-MODO-ATUAL = "B" AND WS-PND-LANCANDO NOT = "S"
                 MOVE WS-CAB-ORIGEM TO VSM-LOTE-ORIGEM
                 MOVE WS-CAB-LOTE   TO VSM-LOTE
                 MOVE WS-CAB-DATA   TO VSM-LOTE-DATA
             END-IF.
             MOVE WS-CTR-CONTA  TO VSM-CONTRA-CONTA.
             MOVE WS-CTR-CCUSTO TO VSM-CONTRA-CCUSTO.

       WRITE-VSAM-RECORD.
             WRITE MEDIAVSM-RECORD
             MOVE WS-AUD-REJ-MSG TO AUD-DETALHE.
             WRITE AUD-RECORD.

      *> Ajuste do MEDIAPND na trilha: número do ajuste, operador e
      *> aprovador, na inclusão ("P", modo "I", registro zero) e na
      *> rodada em lote ("L" lançado ou "J" rejeitado, com o
      *> registro que o ajuste recebeu na rodada).
       WRITE-AUDIT-ADJUSTMENT.
             ACCEPT WS-AUD-DATA FROM DATE YYYYMMDD.
             ACCEPT WS-AUD-HORA FROM TIME.
             MOVE SPACES          TO AUD-RECORD.
             MOVE WS-AUD-DATA     TO AUD-DATA.
             MOVE WS-AUD-HORA     TO AUD-HORA.
             MOVE WS-MODO-ATUAL   TO AUD-MODO.
             MOVE WS-REG-ORIGINAL TO AUD-REG.
             MOVE WS-AUD-PND-TIPO TO AUD-TIPO.
             MOVE PND-NUMERO      TO WS-AUD-PND-NUMERO.
             MOVE PND-OPERADOR    TO WS-AUD-PND-OPERADOR.
             MOVE PND-APROVADOR   TO WS-AUD-PND-APROVADOR.
             MOVE WS-AUD-PND-MSG  TO AUD-DETALHE.
             WRITE AUD-RECORD.

       *> Partida dobrada: o lançamento na conta do registro e, logo
       *> abaixo, a contrapartida com o mesmo valor, data e registro
       *> no lado oposto (GL-HIST "CONTRAPARTIDA M2NUM", que o
       *> MedRecon usa para separar os dois lados). A contrapartida é
       *> montada da cópia guardada antes do WRITE, porque a área do
       *> registro não vale depois dele.
       WRITE-GL-FEED.
             MOVE SPACES         TO GLFEED-RECORD.
             MOVE MI-EMPRESA      TO GL-EMPRESA.
             MOVE MI-CONTA        TO GL-CONTA.
             MOVE MI-CCUSTO       TO GL-CCUSTO.
             MOVE WS-DATA-CONTAB  TO GL-DATA.
             MOVE WS-REG-ORIGINAL  TO GL-REGISTRO.
             MOVE "RESULTADO MEDIA2NUM" TO GL-HIST.
             IF WS-SOMA < 0
                 MOVE WS-SOMA      TO GL-VALOR
                 COMPUTE GL-MEDIA = WS-SOMA / WS-QTD
             END-IF.
             PERFORM ADD-GL-LINE-TOTALS.
             MOVE GLFEED-RECORD   TO WS-GL-LINHA-LANC.
             WRITE GLFEED-RECORD.
             ADD 1 TO WS-GL-GRAVADOS.
             ADD WS-SOMA TO WS-GL-SOMA-TOT.

             MOVE WS-GL-LINHA-LANC TO GLFEED-RECORD.
             MOVE WS-CTR-CONTA    TO GL-CONTA.
             MOVE WS-CTR-CCUSTO   TO GL-CCUSTO.
             MOVE "CONTRAPARTIDA M2NUM" TO GL-HIST.
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

         END PROGRAM Media2Num.

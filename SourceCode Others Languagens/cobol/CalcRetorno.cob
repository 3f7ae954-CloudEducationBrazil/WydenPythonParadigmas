       >>SOURCE FORMAT FREE
      *> CalcRetorno: arquivos de retorno por origem depois do batch.
      *>
      *> O CalcConsolida recebe um TRANS-<origem>.DAT de cada area, mas
      *> nada voltava para elas: o departamento ligava para a operação
      *> para saber se a referência entrou, foi recusada ou caiu numa
      *> exceção. Este membro roda depois do batch e do CalcExcecao e
      *> grava um RET-<origem>.DAT por origem da lista do dia (layout em
      *> REGRETOR.cpy): header, uma linha por detalhe/estorno na ordem do
      *> arquivo enviado e trailer com a quantidade e os hash totals ao
      *> lado dos que a origem declarou.
      *>
      *> Cada linha é casada com as saídas do batch do dia contábil: o
      *> cálculo na trilha (CALCLOGIX.DAT, mesma origem efetiva e mesma
      *> referência), a recusa no suspenso (TRANSREJ.DAT, pela imagem do
      *> registro) e as exceções de limite do cálculo (CALCEXC.DAT, pela
      *> chave da trilha). Referência repetida no arquivo casa na ordem:
      *> a primeira ocorrência com o par igual ao calculado é a aceita.
      *> Uma recusa que a rodada de reprocessamento depois aceitou (mesma
      *> referência calculada numa rodada posterior à da recusa) sai como
      *> aceita - é o que valeu no fim do dia.
      *>
      *> Sem CALCORIG.DAT (entrada de fonte única, sem consolidação) não
      *> há origem a quem devolver - o membro encerra sem erro.
      *> =====================================================================================
IDENTIFICATION DIVISION.
PROGRAM-ID.  CalcRetorno.
ENVIRONMENT DIVISION.
 CONFIGURATION SECTION.
 Special-names.
 Decimal-point is comma.
 INPUT-OUTPUT SECTION.
 FILE-CONTROL.
*> Lista das origens do dia - a mesma do CalcConsolida.
     SELECT ARQ-ORIGENS ASSIGN TO "CALCORIG.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS FS-ORIGENS.
*> Arquivo enviado pela origem (TRANS-<origem>.DAT) e o retorno dela
*> (RET-<origem>.DAT): o nome muda por origem, por isso o ASSIGN por
*> variável - mesmo recurso do CalcConsolida.
     SELECT ARQ-ENTRADA ASSIGN TO W-NOME-ENTRADA
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS FS-ENTRADA.
     SELECT ARQ-RETORNO ASSIGN TO W-NOME-RETORNO
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS FS-RETORNO.
     SELECT ARQ-RUNCTL ASSIGN TO "CALCRUNS.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS FS-RUNCTL.
*> Mestre indexado da trilha, posicionado na data do dia contábil: só
*> os registros do dia são lidos, não a trilha inteira.
     SELECT ARQ-AUDITORIA ASSIGN TO "CALCLOGIX.DAT"
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS AU-CHAVE
            FILE STATUS IS FS-AUDITORIA.
     SELECT ARQ-REJEITADOS ASSIGN TO "TRANSREJ.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS FS-REJEITADOS.
     SELECT ARQ-EXCECOES ASSIGN TO "CALCEXC.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS FS-EXCECOES.
*> Controle do dia de processamento (mantido pelo CalcDia): o retorno é
*> do dia contábil aberto, não do relógio.
     SELECT ARQ-DATA-PROC ASSIGN TO "CALCDATA.DAT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS FS-DATA-PROC.
 DATA DIVISION.
 FILE SECTION.
 FD  ARQ-ORIGENS.
  01 REG-ORIGEM-LINHA       PIC X(80).
 FD  ARQ-ENTRADA.
*> Layouts compartilhados com o CalcConsolida - ver REGTRANS.cpy.
     COPY REGTRANS REPLACING ==REG-TRANSACAO==      BY ==REG-ENTRADA==
                             ==REG-TRANS-ESTORNO== BY ==REG-ENT-ESTORNO==
                             ==REG-TRANS-HEADER==  BY ==REG-ENT-HEADER==
                             ==REG-TRANS-TRAILER== BY ==REG-ENT-TRAILER==
                             ==TR-IMAGEM==          BY ==EN-IMAGEM==
                             ==TR-LINHA==           BY ==EN-LINHA==
                             LEADING ==TR-== BY ==EN-==
                             LEADING ==ES-== BY ==EE-==
                             LEADING ==HD-== BY ==EH-==
                             LEADING ==TL-== BY ==ET-==.
 FD  ARQ-RETORNO.
*> Layouts do retorno - ver REGRETOR.cpy.
     COPY REGRETOR.
 FD  ARQ-RUNCTL.
*> Layout compartilhado com a Calculadora - ver RUNCTL.cpy.
     COPY RUNCTL.
 FD  ARQ-AUDITORIA.
*> Layout compartilhado com a Calculadora - ver REGAUDIT.cpy.
     COPY REGAUDIT.
 FD  ARQ-REJEITADOS.
*> Layout compartilhado com a Calculadora - ver REGREJEI.cpy.
     COPY REGREJEI.
 FD  ARQ-EXCECOES.
*> Layout compartilhado com o CalcExcecao - ver REGEXCEC.cpy.
     COPY REGEXCEC.
 FD  ARQ-DATA-PROC.
*> Layout compartilhado com o CalcDia - ver REGDATA.cpy.
     COPY REGDATA.
 WORKING-STORAGE SECTION.
 01 FS-ORIGENS             PIC X(02) VALUE "00".
    88 FS-ORIGENS-OK              VALUE "00".
    88 FS-ORIGENS-NAO-EXISTE      VALUE "35".
 01 FS-ENTRADA             PIC X(02) VALUE "00".
    88 FS-ENTRADA-OK              VALUE "00".
    88 FS-ENTRADA-NAO-EXISTE      VALUE "35".
 01 FS-RETORNO             PIC X(02) VALUE "00".
    88 FS-RETORNO-OK              VALUE "00".
 01 FS-RUNCTL              PIC X(02) VALUE "00".
    88 FS-RUNCTL-OK               VALUE "00".
    88 FS-RUNCTL-NAO-EXISTE       VALUE "35".
 01 FS-AUDITORIA           PIC X(02) VALUE "00".
    88 FS-AUDITORIA-OK            VALUE "00".
    88 FS-AUDITORIA-NAO-EXISTE    VALUE "35".
 01 FS-REJEITADOS          PIC X(02) VALUE "00".
    88 FS-REJEITADOS-OK           VALUE "00".
    88 FS-REJEITADOS-NAO-EXISTE   VALUE "35".
 01 FS-EXCECOES            PIC X(02) VALUE "00".
    88 FS-EXCECOES-OK             VALUE "00".
    88 FS-EXCECOES-NAO-EXISTE     VALUE "35".
 01 W-FIM-ORIGENS          PIC X(01) VALUE "N".
    88 FIM-ORIGENS                 VALUE "S".
 01 W-FIM-ENTRADA          PIC X(01) VALUE "N".
    88 FIM-ENTRADA                 VALUE "S".
 01 W-FIM-RUNCTL           PIC X(01) VALUE "N".
    88 FIM-RUNCTL                  VALUE "S".
 01 W-FIM-AUDITORIA        PIC X(01) VALUE "N".
    88 FIM-AUDITORIA               VALUE "S".
 01 W-FIM-REJEITADOS       PIC X(01) VALUE "N".
    88 FIM-REJEITADOS              VALUE "S".
 01 W-FIM-EXCECOES         PIC X(01) VALUE "N".
    88 FIM-EXCECOES                VALUE "S".
*> Origens do dia e o resultado do retorno de cada uma, para o resumo
*> de tela. 10 origens - o mesmo limite do CalcConsolida.
 01 TAB-ORIGENS.
    02 OG-ENTRADA OCCURS 10.
       03 OG-NOME          PIC X(10).
       03 OG-QTDE          PIC 9(07).
       03 OG-ACEITOS       PIC 9(07).
       03 OG-REJEITADOS    PIC 9(07).
       03 OG-NAO-PROC      PIC 9(07).
       03 OG-COM-EXCECAO   PIC 9(07).
       03 OG-SITUACAO      PIC X(30).
 01 W-QTDE-ORIGENS         PIC 9(02) VALUE ZEROS.
 01 W-IDX-ORIGEM           PIC 9(02) VALUE ZEROS.
 01 W-NOME-ENTRADA         PIC X(20) VALUE SPACES.
 01 W-NOME-RETORNO         PIC X(20) VALUE SPACES.
*> Cálculos do dia na trilha (registros com referência, de qualquer
*> rodada do dia contábil - uma rodada retomada de checkpoint ou de
*> reprocessamento também conta). A imagem inteira do registro fica
*> guardada para montar a linha de retorno; tamanho de REG-AUDITORIA.
 01 TAB-ACEITOS.
    02 AT-ENTRADA OCCURS 5000.
       03 AT-CHAVE         PIC X(13).
       03 AT-RUN-ID        PIC 9(06).
       03 AT-REF           PIC X(10).
       03 AT-ORIGEM        PIC X(10).
       03 AT-TIPO          PIC X(01).
       03 AT-N1            PIC S9(07)V99.
       03 AT-N2            PIC S9(07)V99.
       03 AT-USADO         PIC X(01).
       03 AT-IMAGEM        PIC X(211).
 01 W-QTDE-ACEITOS         PIC 9(05) VALUE ZEROS.
 01 W-IDX-ACEITO           PIC 9(05) VALUE ZEROS.
 01 W-ACHOU-ACEITO         PIC 9(05) VALUE ZEROS.
*> Recusas do dia no suspenso; imagem inteira do REG-REJEITADO.
 01 TAB-REJEITADOS.
    02 TJ-ENTRADA OCCURS 2000.
       03 TJ-RUN-ID        PIC 9(06).
       03 TJ-ORIGEM        PIC X(10).
       03 TJ-USADO         PIC X(01).
       03 TJ-IMAGEM        PIC X(140).
 01 W-QTDE-REJ             PIC 9(05) VALUE ZEROS.
 01 W-IDX-REJ              PIC 9(05) VALUE ZEROS.
 01 W-ACHOU-REJ            PIC 9(05) VALUE ZEROS.
*> Exceções de limite gravadas contra cálculos do dia.
 01 TAB-EXCECOES.
    02 XC-ENTRADA OCCURS 2000.
       03 XC-CHAVE         PIC X(13).
       03 XC-LIMITE        PIC X(14).
       03 XC-SITUACAO      PIC X(01).
 01 W-QTDE-EXC             PIC 9(05) VALUE ZEROS.
 01 W-IDX-EXC              PIC 9(05) VALUE ZEROS.
*> Tabela cheia: o retorno sairia com linhas "N" falsas - melhor não
*> gravar nenhum.
 01 W-TABELA-CHEIA         PIC X(01) VALUE "N".
    88 TABELA-CHEIA                VALUE "S".
*> Imagens de trabalho da trilha e do suspenso, para ler os campos da
*> entrada da tabela escolhida.
     COPY REGAUDIT REPLACING ==REG-AUDITORIA== BY ==W-AUDITORIA==
                             LEADING ==AU-== BY ==WA-==.
     COPY REGREJEI REPLACING ==REG-REJEITADO== BY ==W-REJEITADO==
                             LEADING ==RJ-== BY ==WJ-==.
*> Data da trilha do dia ("AA/MM/DD", o formato de AU-DATA) e a última
*> rodada batch do dia, carimbada no header do retorno.
 01 W-DATA-TRILHA.
    02 W-DT-ANO            PIC 9(02).
    02 FILLER              PIC X(01) VALUE "/".
    02 W-DT-MES            PIC 9(02).
    02 FILLER              PIC X(01) VALUE "/".
    02 W-DT-DIA            PIC 9(02).
 01 W-RUN-DIA              PIC 9(06) VALUE ZEROS.
*> Detalhe corrente do arquivo da origem.
 01 W-ORIGEM-HEADER        PIC X(10) VALUE SPACES.
 01 W-ORIGEM-EFETIVA       PIC X(10) VALUE SPACES.
 01 W-DATA-ENVIO           PIC X(06) VALUE SPACES.
 01 W-DET-TIPO             PIC X(01) VALUE SPACES.
 01 W-DET-REF              PIC X(10) VALUE SPACES.
 01 W-DET-VALORES          PIC X(01) VALUE "N".
    88 DET-VALORES-OK              VALUE "S".
 01 W-HEADER-GRAVADO       PIC X(01) VALUE "N".
    88 HEADER-GRAVADO              VALUE "S".
 01 W-TRAILER-LIDO         PIC X(01) VALUE "N".
    88 TRAILER-LIDO                VALUE "S".
 01 W-REPROCESSADO         PIC X(01) VALUE "N".
    88 REPROCESSADO                VALUE "S".
*> Totais do retorno corrente e os declarados pela origem no trailer.
 01 W-RET-QTDE             PIC 9(07) VALUE ZEROS.
 01 W-RET-HASH-N1          PIC S9(11)V99 VALUE ZEROS.
 01 W-RET-HASH-N2          PIC S9(11)V99 VALUE ZEROS.
 01 W-RET-ACEITOS          PIC 9(07) VALUE ZEROS.
 01 W-RET-REJEITADOS       PIC 9(07) VALUE ZEROS.
 01 W-RET-NAO-PROC         PIC 9(07) VALUE ZEROS.
 01 W-RET-COM-EXCECAO      PIC 9(07) VALUE ZEROS.
 01 W-TL-QTDE              PIC 9(07) VALUE ZEROS.
 01 W-TL-HASH-N1           PIC S9(11)V99 VALUE ZEROS.
 01 W-TL-HASH-N2           PIC S9(11)V99 VALUE ZEROS.
 01 W-QTDE-SOBRA           PIC 9(05) VALUE ZEROS.
 01 W-QTDE-FALHAS          PIC 9(02) VALUE ZEROS.
 01 MASC-QTDE              PIC ZZZ.ZZ9.
 01 MASC-QTDE2             PIC ZZZ.ZZ9.
 01 MASC-QTDE3             PIC ZZZ.ZZ9.
 01 MASC-QTDE4             PIC ZZZ.ZZ9.
 01 MASC-QTDE5             PIC ZZZ.ZZ9.
 01 W-HORA-SISTEMA         PIC 9(08) VALUE ZEROS.
 01 DATA-DO-SISTEMA.
    02 ANO                 PIC 9(02) VALUE ZEROS.
    02 MES                 PIC 9(02) VALUE ZEROS.
    02 DIA                 PIC 9(02) VALUE ZEROS.
*> Data de processamento: o dia contábil aberto em CALCDATA.DAT quando
*> o controle existe, senão a data da máquina - mesma regra da
*> Calculadora (ver REGDATA.cpy).
 01 FS-DATA-PROC           PIC X(02) VALUE "00".
    88 FS-DATA-PROC-OK            VALUE "00".
    88 FS-DATA-PROC-NAO-EXISTE    VALUE "35".
 01 W-TEM-DATA-PROC        PIC X(01) VALUE "N".
    88 TEM-DATA-PROC               VALUE "S".
 01 W-SIT-DIA              PIC X(01) VALUE SPACE.
    88 DIA-PROC-FECHADO            VALUE "F".
 01 DATA-PROCESSO.
    02 P-ANO               PIC 9(02) VALUE ZEROS.
    02 P-MES               PIC 9(02) VALUE ZEROS.
    02 P-DIA               PIC 9(02) VALUE ZEROS.
 PROCEDURE DIVISION.
 Inicio.
     DISPLAY "===== CALCRETORNO - RETORNO DAS ORIGENS =====".
     ACCEPT DATA-DO-SISTEMA FROM DATE.
     ACCEPT W-HORA-SISTEMA FROM TIME.
     PERFORM Le-Data-Processo.
     MOVE P-ANO TO W-DT-ANO.
     MOVE P-MES TO W-DT-MES.
     MOVE P-DIA TO W-DT-DIA.
     DISPLAY "Dia de processamento: " W-DATA-TRILHA.
     PERFORM Le-Origens.
     PERFORM Acha-Rodada-Do-Dia.
     DISPLAY "Ultima rodada batch do dia: " W-RUN-DIA.
     PERFORM Carrega-Aceitos.
     PERFORM Carrega-Rejeitados.
     PERFORM Carrega-Excecoes.
     IF TABELA-CHEIA
        DISPLAY "*** SAIDAS DO DIA ALEM DA CAPACIDADE - RETORNOS NAO GRAVADOS ***"
        MOVE 8 TO RETURN-CODE
        STOP RUN
     END-IF.
     PERFORM VARYING W-IDX-ORIGEM FROM 1 BY 1
              UNTIL W-IDX-ORIGEM > W-QTDE-ORIGENS
        PERFORM Gera-Retorno-Origem
     END-PERFORM.
     PERFORM Imprime-Resumo.
     IF W-QTDE-FALHAS > 0
        DISPLAY "*** RETORNO NAO GERADO PARA " W-QTDE-FALHAS
                " ORIGEM(NS) - VER ACIMA ***"
        MOVE 8 TO RETURN-CODE
     ELSE
        DISPLAY "*** RETORNOS GRAVADOS PARA TODAS AS ORIGENS ***"
     END-IF.
     STOP RUN.

 Le-Data-Processo.
*> Mesma regra da Calculadora: CALCDATA.DAT presente e legível manda;
*> ausente, vale a data da máquina.
     MOVE ANO TO P-ANO.
     MOVE MES TO P-MES.
     MOVE DIA TO P-DIA.
     MOVE "N" TO W-TEM-DATA-PROC.
     MOVE SPACE TO W-SIT-DIA.
     OPEN INPUT ARQ-DATA-PROC.
     IF FS-DATA-PROC-NAO-EXISTE
        CONTINUE
     ELSE
        IF NOT FS-DATA-PROC-OK
           DISPLAY "CALCDATA.DAT nao pode ser lido - status "
                   FS-DATA-PROC
           MOVE 8 TO RETURN-CODE
           STOP RUN
        END-IF
        READ ARQ-DATA-PROC
           AT END CONTINUE
           NOT AT END
              IF DT-DATA-PROC IS NUMERIC
                 MOVE "S" TO W-TEM-DATA-PROC
                 MOVE DT-ANO TO P-ANO
                 MOVE DT-MES TO P-MES
                 MOVE DT-DIA TO P-DIA
                 MOVE DT-SITUACAO TO W-SIT-DIA
              END-IF
        END-READ
        CLOSE ARQ-DATA-PROC
     END-IF.

 Le-Origens.
*> Sem a lista não houve consolidação - a entrada veio de fonte única
*> e não há a quem devolver. Encerra sem erro para a cadeia seguir.
     OPEN INPUT ARQ-ORIGENS.
     IF FS-ORIGENS-NAO-EXISTE
        DISPLAY "CALCORIG.DAT nao encontrado - nenhuma origem a retornar."
        STOP RUN
     END-IF.
     IF NOT FS-ORIGENS-OK
        DISPLAY "CALCORIG.DAT nao pode ser aberto - status " FS-ORIGENS
        MOVE 8 TO RETURN-CODE
        STOP RUN
     END-IF.
     MOVE "N" TO W-FIM-ORIGENS.
     PERFORM Le-Linha-Origem.
     PERFORM Trata-Linha-Origem UNTIL FIM-ORIGENS.
     CLOSE ARQ-ORIGENS.
     IF W-QTDE-ORIGENS = 0
        DISPLAY "CALCORIG.DAT sem origem valida - nenhuma origem a retornar."
        STOP RUN
     END-IF.

 Le-Linha-Origem.
     READ ARQ-ORIGENS
        AT END MOVE "S" TO W-FIM-ORIGENS
     END-READ.

 Trata-Linha-Origem.
     IF REG-ORIGEM-LINHA NOT = SPACES
       AND REG-ORIGEM-LINHA (1:1) NOT = "*"
        IF W-QTDE-ORIGENS < 10
           ADD 1 TO W-QTDE-ORIGENS
           MOVE REG-ORIGEM-LINHA (1:10) TO OG-NOME (W-QTDE-ORIGENS)
           MOVE ZEROS  TO OG-QTDE        (W-QTDE-ORIGENS)
           MOVE ZEROS  TO OG-ACEITOS     (W-QTDE-ORIGENS)
           MOVE ZEROS  TO OG-REJEITADOS  (W-QTDE-ORIGENS)
           MOVE ZEROS  TO OG-NAO-PROC    (W-QTDE-ORIGENS)
           MOVE ZEROS  TO OG-COM-EXCECAO (W-QTDE-ORIGENS)
           MOVE SPACES TO OG-SITUACAO    (W-QTDE-ORIGENS)
        ELSE
           DISPLAY "CALCORIG.DAT com mais de 10 origens - excedente ignorado: "
                   FUNCTION TRIM(REG-ORIGEM-LINHA)
        END-IF
     END-IF.
     PERFORM Le-Linha-Origem.

 Acha-Rodada-Do-Dia.
*> Última rodada batch com a data do dia contábil: sem nenhuma, o batch
*> não rodou e um retorno diria "não processado" para tudo - recusa.
     OPEN INPUT ARQ-RUNCTL.
     IF FS-RUNCTL-NAO-EXISTE
        DISPLAY "CALCRUNS.DAT nao encontrado - rode a Calculadora antes."
        MOVE 8 TO RETURN-CODE
        STOP RUN
     END-IF.
     IF NOT FS-RUNCTL-OK
        DISPLAY "CALCRUNS.DAT nao pode ser aberto - status " FS-RUNCTL
        MOVE 8 TO RETURN-CODE
        STOP RUN
     END-IF.
     MOVE ZEROS TO W-RUN-DIA.
     MOVE "N" TO W-FIM-RUNCTL.
     PERFORM Procura-Rodada-Do-Dia UNTIL FIM-RUNCTL.
     CLOSE ARQ-RUNCTL.
     IF W-RUN-DIA = 0
        DISPLAY "Nenhuma rodada batch no dia " W-DATA-TRILHA
                " - retornos nao gerados."
        MOVE 8 TO RETURN-CODE
        STOP RUN
     END-IF.

 Procura-Rodada-Do-Dia.
     READ ARQ-RUNCTL
        AT END MOVE "S" TO W-FIM-RUNCTL
     END-READ.
     IF NOT FIM-RUNCTL
        IF RC-RUN-ID IS NUMERIC AND RC-MODO = "B"
          AND RC-ANO = P-ANO AND RC-MES = P-MES AND RC-DIA = P-DIA
           IF RC-RUN-ID > W-RUN-DIA
              MOVE RC-RUN-ID TO W-RUN-DIA
           END-IF
        END-IF
     END-IF.

 Carrega-Aceitos.
*> Cálculos do dia com referência (o interativo não tem referência e
*> não é de nenhuma origem). O teste de AU-SEQ/AU-RUN-ID descarta
*> registro em layout antigo, como no CalcExcecao. Mestre ausente com
*> rodada batch no dia é trilha perdida: nada a casar, e os retornos
*> não são gerados (código 8, como a falta de rodada acima).
     OPEN INPUT ARQ-AUDITORIA.
     IF FS-AUDITORIA-NAO-EXISTE
        DISPLAY "CALCLOGIX.DAT nao encontrado - retornos nao gerados."
        MOVE 8 TO RETURN-CODE
        STOP RUN
     END-IF.
     IF NOT FS-AUDITORIA-OK
        DISPLAY "CALCLOGIX.DAT nao pode ser aberto - status " FS-AUDITORIA
        MOVE 8 TO RETURN-CODE
        STOP RUN
     END-IF.
     MOVE ZEROS TO W-QTDE-ACEITOS.
     MOVE "N" TO W-FIM-AUDITORIA.
*> A chave da trilha começa pela data (AA/MM/DD): a partir da
*> sequência zero do dia, a leitura sequencial devolve os registros do
*> dia na ordem gravada e para no primeiro de outra data.
     MOVE W-DATA-TRILHA TO AU-DATA.
     MOVE ZEROS TO AU-SEQ.
     START ARQ-AUDITORIA KEY IS >= AU-CHAVE
        INVALID KEY MOVE "S" TO W-FIM-AUDITORIA
     END-START.
     PERFORM Le-Auditoria.
     PERFORM Guarda-Aceito UNTIL FIM-AUDITORIA.
     CLOSE ARQ-AUDITORIA.
     MOVE W-QTDE-ACEITOS TO MASC-QTDE.
     DISPLAY "Calculos do dia na trilha .....: " MASC-QTDE.

 Le-Auditoria.
     IF NOT FIM-AUDITORIA
        READ ARQ-AUDITORIA NEXT
           AT END MOVE "S" TO W-FIM-AUDITORIA
        END-READ
        IF NOT FIM-AUDITORIA AND AU-DATA NOT = W-DATA-TRILHA
           MOVE "S" TO W-FIM-AUDITORIA
        END-IF
     END-IF.

 Guarda-Aceito.
     IF AU-SEQ IS NUMERIC AND AU-RUN-ID IS NUMERIC
       AND AU-DATA = W-DATA-TRILHA AND AU-REF NOT = SPACES
        IF W-QTDE-ACEITOS < 5000
           ADD 1 TO W-QTDE-ACEITOS
           MOVE AU-CHAVE  TO AT-CHAVE  (W-QTDE-ACEITOS)
           MOVE AU-RUN-ID TO AT-RUN-ID (W-QTDE-ACEITOS)
           MOVE AU-REF    TO AT-REF    (W-QTDE-ACEITOS)
           MOVE AU-ORIGEM TO AT-ORIGEM (W-QTDE-ACEITOS)
           IF AU-ESTORNO
              MOVE "E" TO AT-TIPO (W-QTDE-ACEITOS)
           ELSE
              MOVE "D" TO AT-TIPO (W-QTDE-ACEITOS)
           END-IF
           MOVE AU-N1     TO AT-N1     (W-QTDE-ACEITOS)
           MOVE AU-N2     TO AT-N2     (W-QTDE-ACEITOS)
           MOVE "N"       TO AT-USADO  (W-QTDE-ACEITOS)
           MOVE REG-AUDITORIA TO AT-IMAGEM (W-QTDE-ACEITOS)
        ELSE
           MOVE "S" TO W-TABELA-CHEIA
        END-IF
     END-IF.
     PERFORM Le-Auditoria.

 Carrega-Rejeitados.
*> Recusas com o carimbo do dia; linha sem data (anterior aos carimbos)
*> não tem como ser atribuída ao dia e fica de fora. Suspenso ausente =
*> rodada sem recusa.
     MOVE ZEROS TO W-QTDE-REJ.
     OPEN INPUT ARQ-REJEITADOS.
     IF FS-REJEITADOS-NAO-EXISTE
        CONTINUE
     ELSE
        IF NOT FS-REJEITADOS-OK
           DISPLAY "TRANSREJ.DAT nao pode ser aberto - status "
                   FS-REJEITADOS
           MOVE 8 TO RETURN-CODE
           STOP RUN
        END-IF
        MOVE "N" TO W-FIM-REJEITADOS
        PERFORM Le-Rejeitado
        PERFORM Guarda-Rejeitado UNTIL FIM-REJEITADOS
        CLOSE ARQ-REJEITADOS
     END-IF.
     MOVE W-QTDE-REJ TO MASC-QTDE.
     DISPLAY "Recusas do dia no suspenso ....: " MASC-QTDE.

 Le-Rejeitado.
     READ ARQ-REJEITADOS
        AT END MOVE "S" TO W-FIM-REJEITADOS
     END-READ.

 Guarda-Rejeitado.
     IF RJ-DATA-PROC IS NUMERIC AND RJ-RUN-ID IS NUMERIC
        IF RJ-DATA-PROC = DATA-PROCESSO
           IF W-QTDE-REJ < 2000
              ADD 1 TO W-QTDE-REJ
              MOVE RJ-RUN-ID     TO TJ-RUN-ID (W-QTDE-REJ)
              MOVE RJ-ORIGEM     TO TJ-ORIGEM (W-QTDE-REJ)
              MOVE "N"           TO TJ-USADO  (W-QTDE-REJ)
              MOVE REG-REJEITADO TO TJ-IMAGEM (W-QTDE-REJ)
           ELSE
              MOVE "S" TO W-TABELA-CHEIA
           END-IF
        END-IF
     END-IF.
     PERFORM Le-Rejeitado.

 Carrega-Excecoes.
*> Exceções de limite contra cálculos do dia (a chave da trilha começa
*> pela data). A exceção de rodada (PCT-ERRO-MAX) não tem chave e não é
*> de nenhum detalhe. Sem CALCEXC.DAT, noite sem exceção.
     MOVE ZEROS TO W-QTDE-EXC.
     OPEN INPUT ARQ-EXCECOES.
     IF FS-EXCECOES-NAO-EXISTE
        CONTINUE
     ELSE
        IF NOT FS-EXCECOES-OK
           DISPLAY "CALCEXC.DAT nao pode ser aberto - status "
                   FS-EXCECOES
           MOVE 8 TO RETURN-CODE
           STOP RUN
        END-IF
        MOVE "N" TO W-FIM-EXCECOES
        PERFORM Le-Excecao
        PERFORM Guarda-Excecao UNTIL FIM-EXCECOES
        CLOSE ARQ-EXCECOES
     END-IF.
     MOVE W-QTDE-EXC TO MASC-QTDE.
     DISPLAY "Excecoes contra calculos do dia: " MASC-QTDE.

 Le-Excecao.
     READ ARQ-EXCECOES
        AT END MOVE "S" TO W-FIM-EXCECOES
     END-READ.

 Guarda-Excecao.
     IF EX-CHAVE (1:8) = W-DATA-TRILHA
        IF W-QTDE-EXC < 2000
           ADD 1 TO W-QTDE-EXC
           MOVE EX-CHAVE    TO XC-CHAVE    (W-QTDE-EXC)
           MOVE EX-LIMITE   TO XC-LIMITE   (W-QTDE-EXC)
           MOVE EX-SITUACAO TO XC-SITUACAO (W-QTDE-EXC)
           IF XC-SITUACAO (W-QTDE-EXC) = SPACE
              MOVE "P" TO XC-SITUACAO (W-QTDE-EXC)
           END-IF
        ELSE
           MOVE "S" TO W-TABELA-CHEIA
        END-IF
     END-IF.
     PERFORM Le-Excecao.

 Monta-Nomes.
     MOVE SPACES TO W-NOME-ENTRADA.
     STRING "TRANS-" FUNCTION TRIM(OG-NOME (W-IDX-ORIGEM)) ".DAT"
            DELIMITED BY SIZE INTO W-NOME-ENTRADA
     END-STRING.
     MOVE SPACES TO W-NOME-RETORNO.
     STRING "RET-" FUNCTION TRIM(OG-NOME (W-IDX-ORIGEM)) ".DAT"
            DELIMITED BY SIZE INTO W-NOME-RETORNO
     END-STRING.

 Gera-Retorno-Origem.
*> Relê o arquivo que a origem enviou e devolve uma linha por detalhe
*> ou estorno, na mesma ordem. O header do retorno sai antes do
*> primeiro detalhe (ou no fim, arquivo sem detalhe), já com a data e
*> a origem do header enviado.
     PERFORM Monta-Nomes.
     OPEN INPUT ARQ-ENTRADA.
     IF NOT FS-ENTRADA-OK
        MOVE "ENVIADO AUSENTE - SEM RETORNO" TO OG-SITUACAO (W-IDX-ORIGEM)
        DISPLAY FUNCTION TRIM(W-NOME-ENTRADA)
                " nao pode ser lido - status " FS-ENTRADA
        ADD 1 TO W-QTDE-FALHAS
     ELSE
        OPEN OUTPUT ARQ-RETORNO
        IF NOT FS-RETORNO-OK
           DISPLAY FUNCTION TRIM(W-NOME-RETORNO)
                   " nao pode ser gravado - status " FS-RETORNO
           CLOSE ARQ-ENTRADA
           MOVE 8 TO RETURN-CODE
           STOP RUN
        END-IF
        MOVE SPACES TO W-ORIGEM-HEADER
        MOVE SPACES TO W-DATA-ENVIO
        MOVE "N" TO W-HEADER-GRAVADO
        MOVE "N" TO W-TRAILER-LIDO
        MOVE ZEROS TO W-RET-QTDE
        MOVE ZEROS TO W-RET-HASH-N1
        MOVE ZEROS TO W-RET-HASH-N2
        MOVE ZEROS TO W-RET-ACEITOS
        MOVE ZEROS TO W-RET-REJEITADOS
        MOVE ZEROS TO W-RET-NAO-PROC
        MOVE ZEROS TO W-RET-COM-EXCECAO
        MOVE ZEROS TO W-TL-QTDE
        MOVE ZEROS TO W-TL-HASH-N1
        MOVE ZEROS TO W-TL-HASH-N2
        MOVE "N" TO W-FIM-ENTRADA
        PERFORM Le-Entrada
        PERFORM Trata-Registro-Origem UNTIL FIM-ENTRADA
        CLOSE ARQ-ENTRADA
        IF NOT HEADER-GRAVADO
           PERFORM Grava-Header-Retorno
        END-IF
        PERFORM Grava-Trailer-Retorno
        CLOSE ARQ-RETORNO
        MOVE W-RET-QTDE        TO OG-QTDE        (W-IDX-ORIGEM)
        MOVE W-RET-ACEITOS     TO OG-ACEITOS     (W-IDX-ORIGEM)
        MOVE W-RET-REJEITADOS  TO OG-REJEITADOS  (W-IDX-ORIGEM)
        MOVE W-RET-NAO-PROC    TO OG-NAO-PROC    (W-IDX-ORIGEM)
        MOVE W-RET-COM-EXCECAO TO OG-COM-EXCECAO (W-IDX-ORIGEM)
     END-IF.

 Le-Entrada.
     READ ARQ-ENTRADA
        AT END MOVE "S" TO W-FIM-ENTRADA
     END-READ.

 Trata-Registro-Origem.
     EVALUATE EN-TIPO
        WHEN "H"
           IF W-ORIGEM-HEADER = SPACES AND W-DATA-ENVIO = SPACES
              MOVE EH-ORIGEM TO W-ORIGEM-HEADER
              MOVE EH-DATA   TO W-DATA-ENVIO
           END-IF
        WHEN "T"
           MOVE "S" TO W-TRAILER-LIDO
           IF ET-QTDE IS NUMERIC
             AND ET-HASH-N1 IS NUMERIC AND ET-HASH-N2 IS NUMERIC
              MOVE ET-QTDE    TO W-TL-QTDE
              MOVE ET-HASH-N1 TO W-TL-HASH-N1
              MOVE ET-HASH-N2 TO W-TL-HASH-N2
           END-IF
        WHEN "D"
           PERFORM Trata-Detalhe-Origem
        WHEN "E"
           PERFORM Trata-Detalhe-Origem
        WHEN OTHER
           CONTINUE
     END-EVALUATE.
     PERFORM Le-Entrada.

 Grava-Header-Retorno.
     MOVE SPACES TO REG-RETORNO-HEADER.
     MOVE "H"                   TO RH-TIPO.
     MOVE P-ANO                 TO RH-ANO.
     MOVE P-MES                 TO RH-MES.
     MOVE P-DIA                 TO RH-DIA.
     MOVE OG-NOME (W-IDX-ORIGEM) TO RH-ORIGEM.
     MOVE W-DATA-ENVIO          TO RH-DATA-ENVIO.
     MOVE W-RUN-DIA             TO RH-RUN-ID.
     MOVE DATA-DO-SISTEMA       TO RH-EMISSAO.
     MOVE W-HORA-SISTEMA (1:6)  TO RH-HORA.
     WRITE REG-RETORNO-HEADER.
     MOVE "S" TO W-HEADER-GRAVADO.

 Trata-Detalhe-Origem.
*> Origem efetiva do detalhe pela mesma regra do carimbo do
*> CalcConsolida (a do detalhe, senão a do header, senão o nome da
*> lista) - é a que a trilha e o suspenso carregam.
     IF NOT HEADER-GRAVADO
        PERFORM Grava-Header-Retorno
     END-IF.
     IF EN-ORIGEM NOT = SPACES
        MOVE EN-ORIGEM TO W-ORIGEM-EFETIVA
     ELSE
        IF W-ORIGEM-HEADER NOT = SPACES
           MOVE W-ORIGEM-HEADER TO W-ORIGEM-EFETIVA
        ELSE
           MOVE OG-NOME (W-IDX-ORIGEM) TO W-ORIGEM-EFETIVA
        END-IF
     END-IF.
     MOVE EN-TIPO TO W-DET-TIPO.
     MOVE EN-REF  TO W-DET-REF.
     MOVE "N" TO W-DET-VALORES.
     IF W-DET-TIPO = "D" AND EN-N1 IS NUMERIC AND EN-N2 IS NUMERIC
        MOVE "S" TO W-DET-VALORES
        ADD EN-N1 TO W-RET-HASH-N1
        ADD EN-N2 TO W-RET-HASH-N2
     END-IF.
     ADD 1 TO W-RET-QTDE.
     MOVE SPACES TO REG-RETORNO.
     MOVE "D"        TO RT-TIPO.
     MOVE W-DET-REF  TO RT-REF.
     MOVE W-DET-TIPO TO RT-TIPO-ENTRADA.
     MOVE ZEROS      TO RT-EXC-QTDE.
*> Ordem da procura: o cálculo com o mesmo par; a recusa da mesma
*> imagem que nenhuma rodada posterior aceitou; o cálculo da mesma
*> referência (par corrigido no reprocessamento); a recusa da mesma
*> referência.
     PERFORM Procura-Aceito-Par.
     IF W-ACHOU-ACEITO = 0
        PERFORM Procura-Rejeitado-Imagem
        IF W-ACHOU-REJ = 0
           PERFORM Procura-Aceito-Ref
           IF W-ACHOU-ACEITO = 0
              PERFORM Procura-Rejeitado-Ref
           END-IF
        END-IF
     END-IF.
     EVALUATE TRUE
        WHEN W-ACHOU-ACEITO > 0
           PERFORM Preenche-Aceito
        WHEN W-ACHOU-REJ > 0
           PERFORM Preenche-Rejeitado
        WHEN OTHER
           MOVE "N" TO RT-SITUACAO
           MOVE "NAO PROCESSADO NO BATCH DO DIA" TO RT-OBSERVACAO
           PERFORM Preenche-Par-Enviado
           ADD 1 TO W-RET-NAO-PROC
     END-EVALUATE.
     WRITE REG-RETORNO.

 Procura-Aceito-Par.
     MOVE ZEROS TO W-ACHOU-ACEITO.
     PERFORM VARYING W-IDX-ACEITO FROM 1 BY 1
              UNTIL W-IDX-ACEITO > W-QTDE-ACEITOS OR W-ACHOU-ACEITO > 0
        IF AT-USADO (W-IDX-ACEITO) = "N"
          AND AT-REF (W-IDX-ACEITO) = W-DET-REF
          AND AT-ORIGEM (W-IDX-ACEITO) = W-ORIGEM-EFETIVA
          AND AT-TIPO (W-IDX-ACEITO) = W-DET-TIPO
           IF W-DET-TIPO = "E"
              MOVE W-IDX-ACEITO TO W-ACHOU-ACEITO
           ELSE
              IF DET-VALORES-OK
                AND AT-N1 (W-IDX-ACEITO) = EN-N1
                AND AT-N2 (W-IDX-ACEITO) = EN-N2
                 MOVE W-IDX-ACEITO TO W-ACHOU-ACEITO
              END-IF
           END-IF
        END-IF
     END-PERFORM.

 Procura-Aceito-Ref.
     MOVE ZEROS TO W-ACHOU-ACEITO.
     PERFORM VARYING W-IDX-ACEITO FROM 1 BY 1
              UNTIL W-IDX-ACEITO > W-QTDE-ACEITOS OR W-ACHOU-ACEITO > 0
        IF AT-USADO (W-IDX-ACEITO) = "N"
          AND AT-REF (W-IDX-ACEITO) = W-DET-REF
          AND AT-ORIGEM (W-IDX-ACEITO) = W-ORIGEM-EFETIVA
          AND AT-TIPO (W-IDX-ACEITO) = W-DET-TIPO
           MOVE W-IDX-ACEITO TO W-ACHOU-ACEITO
        END-IF
     END-PERFORM.

 Procura-Rejeitado-Imagem.
*> A imagem é comparada até o fim do N2: a coluna de origem do suspenso
*> traz o carimbo do CalcConsolida, que o arquivo enviado pode não ter.
     MOVE ZEROS TO W-ACHOU-REJ.
     PERFORM VARYING W-IDX-REJ FROM 1 BY 1
              UNTIL W-IDX-REJ > W-QTDE-REJ OR W-ACHOU-REJ > 0
        IF TJ-USADO (W-IDX-REJ) = "N"
          AND TJ-ORIGEM (W-IDX-REJ) = W-ORIGEM-EFETIVA
          AND TJ-IMAGEM (W-IDX-REJ) (1:39) = EN-IMAGEM (1:39)
           PERFORM Confere-Reprocessado
           IF REPROCESSADO
              MOVE "S" TO TJ-USADO (W-IDX-REJ)
           ELSE
              MOVE W-IDX-REJ TO W-ACHOU-REJ
           END-IF
        END-IF
     END-PERFORM.

 Confere-Reprocessado.
*> Recusa superada: a mesma referência da mesma origem calculada por
*> uma rodada posterior à da recusa (o suspenso corrigido e relido).
     MOVE "N" TO W-REPROCESSADO.
     PERFORM VARYING W-IDX-ACEITO FROM 1 BY 1
              UNTIL W-IDX-ACEITO > W-QTDE-ACEITOS OR REPROCESSADO
        IF AT-USADO (W-IDX-ACEITO) = "N"
          AND AT-REF (W-IDX-ACEITO) = W-DET-REF
          AND AT-ORIGEM (W-IDX-ACEITO) = W-ORIGEM-EFETIVA
          AND AT-TIPO (W-IDX-ACEITO) = W-DET-TIPO
          AND AT-RUN-ID (W-IDX-ACEITO) > TJ-RUN-ID (W-IDX-REJ)
           MOVE "S" TO W-REPROCESSADO
        END-IF
     END-PERFORM.

 Procura-Rejeitado-Ref.
     MOVE ZEROS TO W-ACHOU-REJ.
     PERFORM VARYING W-IDX-REJ FROM 1 BY 1
              UNTIL W-IDX-REJ > W-QTDE-REJ OR W-ACHOU-REJ > 0
        IF TJ-USADO (W-IDX-REJ) = "N"
          AND TJ-ORIGEM (W-IDX-REJ) = W-ORIGEM-EFETIVA
          AND TJ-IMAGEM (W-IDX-REJ) (2:10) = W-DET-REF
           MOVE W-IDX-REJ TO W-ACHOU-REJ
        END-IF
     END-PERFORM.

 Preenche-Aceito.
*> Resultados copiados coluna a coluna da trilha, pela vista
*> alfanumérica: a coluna em branco (operação não pedida) segue em
*> branco no retorno.
     MOVE "S" TO AT-USADO (W-ACHOU-ACEITO).
     MOVE AT-IMAGEM (W-ACHOU-ACEITO) TO W-AUDITORIA.
     MOVE "A"                  TO RT-SITUACAO.
     MOVE WA-N1                TO RT-N1-X.
     MOVE WA-N2                TO RT-N2-X.
     MOVE WA-SOMA-X            TO RT-SOMA-X.
     MOVE WA-SUBTRACAO-X       TO RT-SUBTRACAO-X.
     MOVE WA-MULTIPLICACAO-X   TO RT-MULTIPLICACAO-X.
     MOVE WA-DIVISAO-X         TO RT-DIVISAO-X.
     MOVE WA-PERCENTUAL-X      TO RT-PERCENTUAL-X.
     MOVE WA-MEDIA-X           TO RT-MEDIA-X.
     MOVE WA-RESTO-X           TO RT-RESTO-X.
     MOVE WA-OBSERVACAO        TO RT-OBSERVACAO.
     MOVE WA-CHAVE             TO RT-CHAVE-TRILHA.
     ADD 1 TO W-RET-ACEITOS.
     PERFORM VARYING W-IDX-EXC FROM 1 BY 1 UNTIL W-IDX-EXC > W-QTDE-EXC
        IF XC-CHAVE (W-IDX-EXC) = WA-CHAVE
           IF RT-EXC-QTDE = 0
              MOVE XC-LIMITE   (W-IDX-EXC) TO RT-EXC-LIMITE
              MOVE XC-SITUACAO (W-IDX-EXC) TO RT-EXC-SITUACAO
           END-IF
           IF RT-EXC-QTDE < 99
              ADD 1 TO RT-EXC-QTDE
           END-IF
        END-IF
     END-PERFORM.
     IF RT-EXC-QTDE > 0
        ADD 1 TO W-RET-COM-EXCECAO
     END-IF.

 Preenche-Rejeitado.
     MOVE "S" TO TJ-USADO (W-ACHOU-REJ).
     MOVE TJ-IMAGEM (W-ACHOU-REJ) TO W-REJEITADO.
     MOVE "R"               TO RT-SITUACAO.
     MOVE WJ-MOTIVO         TO RT-MOTIVO.
     MOVE WJ-DESCRICAO      TO RT-OBSERVACAO.
     MOVE WJ-COMPLEMENTO    TO RT-COMPLEMENTO.
     PERFORM Preenche-Par-Enviado.
     ADD 1 TO W-RET-REJEITADOS.

 Preenche-Par-Enviado.
*> Sem cálculo, o retorno devolve o par como foi enviado; valor ilegível
*> (ou estorno, que não traz par) fica em branco.
     IF DET-VALORES-OK
        MOVE EN-N1 TO RT-N1
        MOVE EN-N2 TO RT-N2
     END-IF.

 Grava-Trailer-Retorno.
*> Trailer do retorno: quantidade e hash totals recalculados sobre as
*> linhas devolvidas ao lado dos declarados pela origem. Batem quando o
*> retorno cobre a remessa inteira; trailer ausente na remessa fica em
*> zeros e não confere.
     MOVE SPACES TO REG-RETORNO-TRAILER.
     MOVE "T"               TO RL-TIPO.
     MOVE W-RET-QTDE        TO RL-QTDE.
     MOVE W-RET-HASH-N1     TO RL-HASH-N1.
     MOVE W-RET-HASH-N2     TO RL-HASH-N2.
     MOVE W-TL-QTDE         TO RL-QTDE-ORIGEM.
     MOVE W-TL-HASH-N1      TO RL-HASH-N1-ORIGEM.
     MOVE W-TL-HASH-N2      TO RL-HASH-N2-ORIGEM.
     MOVE W-RET-ACEITOS     TO RL-ACEITOS.
     MOVE W-RET-REJEITADOS  TO RL-REJEITADOS.
     MOVE W-RET-NAO-PROC    TO RL-NAO-PROCESSADOS.
     MOVE W-RET-COM-EXCECAO TO RL-COM-EXCECAO.
     IF TRAILER-LIDO AND W-RET-QTDE = W-TL-QTDE
       AND W-RET-HASH-N1 = W-TL-HASH-N1 AND W-RET-HASH-N2 = W-TL-HASH-N2
        MOVE "S" TO RL-CONFERE
        MOVE "OK" TO OG-SITUACAO (W-IDX-ORIGEM)
     ELSE
        MOVE "N" TO RL-CONFERE
        MOVE "TRAILER ENVIADO NAO CONFERE" TO OG-SITUACAO (W-IDX-ORIGEM)
     END-IF.
     WRITE REG-RETORNO-TRAILER.

 Imprime-Resumo.
*> Resumo de tela por origem e as saídas do dia que não casaram com
*> nenhum detalhe enviado (entrada fora das origens da lista).
     DISPLAY " ".
     DISPLAY "ORIGEM      DETALHES  ACEITOS REJEIT.  N/PROC  C/EXC.  SITUACAO".
     PERFORM VARYING W-IDX-ORIGEM FROM 1 BY 1
              UNTIL W-IDX-ORIGEM > W-QTDE-ORIGENS
        MOVE OG-QTDE        (W-IDX-ORIGEM) TO MASC-QTDE
        MOVE OG-ACEITOS     (W-IDX-ORIGEM) TO MASC-QTDE2
        MOVE OG-REJEITADOS  (W-IDX-ORIGEM) TO MASC-QTDE3
        MOVE OG-NAO-PROC    (W-IDX-ORIGEM) TO MASC-QTDE4
        MOVE OG-COM-EXCECAO (W-IDX-ORIGEM) TO MASC-QTDE5
        DISPLAY OG-NOME (W-IDX-ORIGEM) " " MASC-QTDE " " MASC-QTDE2 " "
                MASC-QTDE3 " " MASC-QTDE4 " " MASC-QTDE5 "  "
                FUNCTION TRIM(OG-SITUACAO (W-IDX-ORIGEM))
     END-PERFORM.
     MOVE ZEROS TO W-QTDE-SOBRA.
     PERFORM VARYING W-IDX-ACEITO FROM 1 BY 1
              UNTIL W-IDX-ACEITO > W-QTDE-ACEITOS
        IF AT-USADO (W-IDX-ACEITO) = "N"
           ADD 1 TO W-QTDE-SOBRA
        END-IF
     END-PERFORM.
     PERFORM VARYING W-IDX-REJ FROM 1 BY 1 UNTIL W-IDX-REJ > W-QTDE-REJ
        IF TJ-USADO (W-IDX-REJ) = "N"
           ADD 1 TO W-QTDE-SOBRA
        END-IF
     END-PERFORM.
     IF W-QTDE-SOBRA > 0
        MOVE W-QTDE-SOBRA TO MASC-QTDE
        DISPLAY "Saidas do dia sem detalhe nas remessas das origens: "
                MASC-QTDE
     END-IF.

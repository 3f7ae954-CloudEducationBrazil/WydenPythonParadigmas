      *> REGRETOR.cpy - layouts dos registros do arquivo de retorno de
      *> uma origem (RET-<origem>.DAT), gravado pelo CalcRetorno depois
      *> do batch. Devolve a cada area o que aconteceu com o
      *> TRANS-<origem>.DAT que ela entregou: header (H), uma linha por
      *> detalhe/estorno na ordem do arquivo enviado (D) e trailer (T)
      *> com a quantidade e os hash totals - os mesmos do trailer que a
      *> origem mandou, para ela conciliar a propria remessa sem ligar
      *> para a operação.
 01 REG-RETORNO-HEADER.
    02 RH-TIPO            PIC X(01).
    02 FILLER             PIC X(02) VALUE SPACES.
*> Dia contábil do batch que processou a remessa (CALCDATA.DAT).
    02 RH-DATA-PROC.
       03 RH-ANO          PIC 9(02).
       03 RH-MES          PIC 9(02).
       03 RH-DIA          PIC 9(02).
    02 FILLER             PIC X(02) VALUE SPACES.
*> Nome da origem na lista do dia (CALCORIG.DAT).
    02 RH-ORIGEM          PIC X(10).
    02 FILLER             PIC X(02) VALUE SPACES.
*> Data AAMMDD do header que a origem enviou (em branco sem header).
    02 RH-DATA-ENVIO      PIC X(06).
    02 FILLER             PIC X(02) VALUE SPACES.
*> Última rodada batch do dia em CALCRUNS.DAT.
    02 RH-RUN-ID          PIC 9(06).
    02 FILLER             PIC X(02) VALUE SPACES.
*> Data AAMMDD e hora HHMMSS da máquina em que o retorno foi gerado.
    02 RH-EMISSAO         PIC 9(06).
    02 FILLER             PIC X(01) VALUE SPACES.
    02 RH-HORA            PIC 9(06).
*> Detalhe: a referência e o tipo do registro enviado (D = cálculo,
*> E = estorno), a situação e, conforme ela, os resultados calculados
*> ou o motivo da recusa.
 01 REG-RETORNO.
    02 RT-TIPO            PIC X(01).
    02 FILLER             PIC X(02) VALUE SPACES.
    02 RT-REF             PIC X(10).
    02 FILLER             PIC X(02) VALUE SPACES.
    02 RT-TIPO-ENTRADA    PIC X(01).
    02 FILLER             PIC X(02) VALUE SPACES.
*> A = aceito e calculado, R = rejeitado para o suspenso (motivo em
*> RT-MOTIVO, descrição em RT-OBSERVACAO), N = não encontrado entre as
*> saídas do batch do dia (rodada abendada ou remessa fora do batch).
    02 RT-SITUACAO        PIC X(01).
       88 RT-ACEITO              VALUE "A".
       88 RT-REJEITADO           VALUE "R".
       88 RT-NAO-PROCESSADO      VALUE "N".
    02 FILLER             PIC X(02) VALUE SPACES.
*> Motivo da recusa (RJ-MOTIVO em REGREJEI.cpy); em branco no aceito.
    02 RT-MOTIVO          PIC X(02).
    02 FILLER             PIC X(02) VALUE SPACES.
*> Par de valores e resultados nas mesmas colunas editadas da trilha
*> (REGAUDIT.cpy): coluna em branco = operação não pedida. No estorno,
*> o par do original e os resultados com o sinal trocado; no rejeitado,
*> só o par enviado.
    02 RT-N1              PIC -(7)9,99.
    02 RT-N1-X            REDEFINES RT-N1            PIC X(11).
    02 FILLER             PIC X(02) VALUE SPACES.
    02 RT-N2              PIC -(7)9,99.
    02 RT-N2-X            REDEFINES RT-N2            PIC X(11).
    02 FILLER             PIC X(02) VALUE SPACES.
    02 RT-SOMA            PIC -(8)9,99.
    02 RT-SOMA-X          REDEFINES RT-SOMA          PIC X(12).
    02 FILLER             PIC X(02) VALUE SPACES.
    02 RT-SUBTRACAO       PIC -(8)9,99.
    02 RT-SUBTRACAO-X     REDEFINES RT-SUBTRACAO     PIC X(12).
    02 FILLER             PIC X(02) VALUE SPACES.
    02 RT-MULTIPLICACAO   PIC -(13)9,99.
    02 RT-MULTIPLICACAO-X REDEFINES RT-MULTIPLICACAO PIC X(17).
    02 FILLER             PIC X(02) VALUE SPACES.
    02 RT-DIVISAO         PIC -(7)9,99.
    02 RT-DIVISAO-X       REDEFINES RT-DIVISAO       PIC X(11).
    02 FILLER             PIC X(02) VALUE SPACES.
    02 RT-PERCENTUAL      PIC -(5)9,99.
    02 RT-PERCENTUAL-X    REDEFINES RT-PERCENTUAL    PIC X(09).
    02 FILLER             PIC X(02) VALUE SPACES.
    02 RT-MEDIA           PIC -(8)9,99.
    02 RT-MEDIA-X         REDEFINES RT-MEDIA         PIC X(12).
    02 FILLER             PIC X(02) VALUE SPACES.
    02 RT-RESTO           PIC -(7)9,99.
    02 RT-RESTO-X         REDEFINES RT-RESTO         PIC X(11).
    02 FILLER             PIC X(02) VALUE SPACES.
*> Aceito: a observação da trilha ("OK", a falha do cálculo ou a
*> ligação do estorno); rejeitado: a descrição do motivo.
    02 RT-OBSERVACAO      PIC X(40).
    02 FILLER             PIC X(02) VALUE SPACES.
*> Rejeitado: o complemento do motivo (RJ-COMPLEMENTO).
    02 RT-COMPLEMENTO     PIC X(30).
    02 FILLER             PIC X(02) VALUE SPACES.
*> Aceito: a chave do cálculo na trilha (data + sequência), para a
*> origem citar quando ligar - a mesma que o CalcConsulta procura.
    02 RT-CHAVE-TRILHA    PIC X(13).
    02 FILLER             PIC X(02) VALUE SPACES.
*> Exceções de limite apuradas pelo CalcExcecao contra o cálculo
*> (CALCEXC.DAT): quantidade, o primeiro limite violado e a disposição
*> dele (P/J/C, ver REGEXCEC.cpy). Zero e brancos = nenhuma exceção.
    02 RT-EXC-QTDE        PIC 9(02).
    02 FILLER             PIC X(02) VALUE SPACES.
    02 RT-EXC-LIMITE      PIC X(14).
    02 FILLER             PIC X(02) VALUE SPACES.
    02 RT-EXC-SITUACAO    PIC X(01).
*> Trailer: quantidade e hash totals dos registros devolvidos, ao lado
*> dos que a origem declarou no trailer enviado (RL-CONFERE = S quando
*> os três batem), e a quebra da quantidade por situação.
 01 REG-RETORNO-TRAILER.
    02 RL-TIPO            PIC X(01).
    02 FILLER             PIC X(02) VALUE SPACES.
    02 RL-QTDE            PIC 9(07).
    02 FILLER             PIC X(02) VALUE SPACES.
    02 RL-HASH-N1         PIC S9(11)V99 SIGN IS LEADING SEPARATE.
    02 FILLER             PIC X(02) VALUE SPACES.
    02 RL-HASH-N2         PIC S9(11)V99 SIGN IS LEADING SEPARATE.
    02 FILLER             PIC X(02) VALUE SPACES.
    02 RL-QTDE-ORIGEM     PIC 9(07).
    02 FILLER             PIC X(02) VALUE SPACES.
    02 RL-HASH-N1-ORIGEM  PIC S9(11)V99 SIGN IS LEADING SEPARATE.
    02 FILLER             PIC X(02) VALUE SPACES.
    02 RL-HASH-N2-ORIGEM  PIC S9(11)V99 SIGN IS LEADING SEPARATE.
    02 FILLER             PIC X(02) VALUE SPACES.
    02 RL-CONFERE         PIC X(01).
       88 RL-EM-BALANCE          VALUE "S".
    02 FILLER             PIC X(02) VALUE SPACES.
    02 RL-ACEITOS         PIC 9(07).
    02 FILLER             PIC X(02) VALUE SPACES.
    02 RL-REJEITADOS      PIC 9(07).
    02 FILLER             PIC X(02) VALUE SPACES.
    02 RL-NAO-PROCESSADOS PIC 9(07).
    02 FILLER             PIC X(02) VALUE SPACES.
*> Detalhes devolvidos com pelo menos uma exceção de limite.
    02 RL-COM-EXCECAO     PIC 9(07).

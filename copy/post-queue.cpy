*> ------------------------------------------------------------
*> Copybook: post-queue.cpy
*> Layout da fila de lancamentos nao postados (POST-QUEUE). Um
*> registro por lancamento que ainda tem de passar pelo
*> POST-LEDGER: JOURNAL-IO inclui o lancamento na fila ao criar
*> ('C'), ao aprovar ('A') e ao estornar ('V' - o estorno nasce
*> nao postado) e retira ao rejeitar ('J'); o POST-LEDGER le a
*> fila em ordem de chave em vez de varrer o JOURNAL inteiro e
*> retira cada lancamento depois de posta-lo. Lancamentos ainda
*> pendentes de aprovacao ('P') ficam na fila ate serem
*> aprovados ou rejeitados. DATA-VERIFY confere a fila contra o
*> JOURNAL nos dois sentidos.
*> Registro de controle: PQ-TXN-ID zero (PQ-QUEUED-OP 'S')
*> marca que a carga inicial da fila a partir do JOURNAL ja foi
*> feita (POST-QUEUE-IO 'S'). A fila pode nascer antes dela - o
*> primeiro 'C' do JOURNAL-IO cria o arquivo -, entao e esse
*> registro, e nao a existencia do arquivo, que diz se a carga
*> ainda falta. Quem varre a fila pula o registro de controle.
*> Chave: PQ-TXN-ID
*> ------------------------------------------------------------

01 PQ-RECORD.
   05 PQ-TXN-ID             PIC 9(12).
      88 PQ-IS-SEED-CONTROL      VALUE 0.
   05 PQ-QUEUED-DATE        PIC 9(8).
      *> AAAAMMDD em que o lancamento entrou na fila
   05 PQ-QUEUED-TIME        PIC 9(8).
      *> HHMMSSCC
   05 PQ-QUEUED-OP          PIC X(1).
      *> Operacao do JOURNAL-IO que incluiu: 'C' criacao,
      *> 'A' aprovacao, 'V' estorno, 'S' carga inicial a
      *> partir do JOURNAL (e o registro de controle dela)

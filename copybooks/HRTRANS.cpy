      *> e em branco numa admissao o cadastro fica sem site ate a
      *> proxima carga.
           05  HR-SITE                 PIC X(4).
      *> Supervisor imediato (OP-ID); numa alteracao, branco mantem
      *> o atual e "*" retira o supervisor do cadastro.
           05  HR-SUPERVISOR-ID        PIC X(8).
      *> Data de vigencia da transacao (AAAAMMDD). Em branco, zerada
      *> ou ate hoje, a transacao e aplicada na carga; futura, ela vai
      *> para o arquivo de pendentes (OPERPEND.DAT) e o ativPend
      *> aplica no dia.
           05  HR-DATA-VIGENCIA        PIC 9(8).

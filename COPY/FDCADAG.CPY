      * (UM UNICO PET POR HORARIO - CHAVE DUPLICADA = HORARIO CHEIO)
      * SITU-AGE: ESPACO = PENDENTE, A = ATENDIDA (VISITA GRAVADA
      * PELO CHECK-IN), C = CANCELADA, N = NAO COMPARECEU
      * CONF-AGE: CONFIRMACAO POR MENSAGEM (PETSMS/PETSMR) - ESPACO =
      * NAO ENVIADA, E = ENVIADA AGUARDANDO RESPOSTA, S = CONFIRMADA
      * PELO DONO, T = SEM TELEFONE (NAO ENVIADA), R = RESPOSTA NAO
      * ENTENDIDA. A RESPOSTA NAO CANCELA A MARCACAO (EXCLUIDA COMO
      * NO CANCELAMENTO DO PETAGE), LIBERANDO O HORARIO
      * COMUM A TODOS OS PROGRAMAS QUE ACESSAM O ARQUIVO
      *----------------------------------------------------------------
       FD  CADAGE
                03 TPSERV-AGE       PIC 9(01).
                03 OBS-AGE          PIC X(30).
                03 SITU-AGE         PIC X(01).
                03 CONF-AGE         PIC X(01).

       identification division.
       program-id. BV.
       author. Jeferson.
       installation. fatec-sp.
       date-written. 15/10/2026.
       date-compiled.
       security.

       environment division.
       configuration section.
       source-computer. ibmpc.
       object-computer. ibmpc.
       special-names. decimal-point is comma.

       input-output section.
       file-control.
       select cadcli1 assign to disk
       organization is indexed
       access mode is sequential
       record key is cod-ent
       file status is cadcli1-sts.
       select cadalu assign to disk
       organization is indexed
       access mode is sequential
       record key is num-ent.
       select sortcli assign to disk.
       select cliord assign to disk
       organization is line sequential.
       select sortalu assign to disk.
       select aluord assign to disk
       organization is line sequential.
       select respfin assign to disk
       organization is indexed
       access mode is random
       record key is num-resp
       file status is respfin-sts.
       select relconvresp assign to disk
       organization is line sequential.
       select auditoria assign to disk
       organization is line sequential
       file status is auditoria-sts.

       data division.
       file section.
       fd cadcli1
           label record are standard
           value of file-id is "cadcli1.dat".
       01 reg-cli1.
           02 cod-ent   pic 9(5).
           02 nome-cli  pic x(30).
           02 renda-ent pic 9(6)v9(2).
           02 unidade-cli pic 9(2).

       fd cadalu
          label record is standard
          value of file-id is "cadalu.dat".
          copy "cadalu.cpy".

       sd sortcli.
       01 reg-sortcli.
           02 cod-csrt   pic 9(5).
           02 nome-csrt  pic x(30).
           02 renda-csrt pic 9(6)v9(2).
           02 unid-csrt  pic 9(2).

       fd cliord
          label record is standard
          value of file-id is "cliord.dat".
       01 reg-cliord.
           02 cod-cord   pic 9(5).
           02 nome-cord  pic x(30).
           02 renda-cord pic 9(6)v9(2).
           02 unid-cord  pic 9(2).

       sd sortalu.
       01 reg-sortalu.
           02 num-asrt        pic 9(5).
           02 nome-asrt       pic x(30).
           02 resto-asrt      pic x(27).

       fd aluord
          label record is standard
          value of file-id is "aluord.dat".
       01 reg-aluord.
           02 num-aord   pic 9(5).
           02 nome-aord  pic x(30).
           02 resto-aord pic x(27).

       fd respfin
          label record is standard
          value of file-id is "respfin.dat".
          copy "respfin.cpy".

       fd relconvresp
           label record are standard
           value of file-id is "relconvresp.dat".
       01 linha-rel pic x(80).

       fd auditoria
          label record is standard
          value of file-id is "auditoria.dat".
          copy "auditoria.cpy".

       working-storage section.
       77 fim-cli-arq pic x(3) value "nao".
       77 fim-alu-arq pic x(3) value "nao".
       77 cadcli1-sts pic x(2).
       77 respfin-sts pic x(2).
       77 auditoria-sts pic x(2).
       77 data-execucao pic 9(6) value 0.
       77 nome-grupo pic x(30) value spaces.
       77 tot-cli-grupo pic 9(3) value 0.
       77 tot-alu-grupo pic 9(2) value 0.
       77 cont-lidos pic 9(7) value 0.
       77 cont-vinculados pic 9(7) value 0.
       77 cont-ja-vinculados pic 9(7) value 0.
       77 cont-ambiguos pic 9(7) value 0.
       77 cont-sem-cliente pic 9(7) value 0.
       77 cont-edit pic z(6)9.
       01 tabela-cli-grupo.
           02 cod-grupo occurs 200 times indexed by idx-cg pic 9(5).
       01 tabela-alu-grupo.
           02 num-grupo occurs 20 times indexed by idx-ag pic 9(5).

       procedure division.

      * conversao de uma vez: semeia o respfin.dat com os pares que
      * o 12/l casava por nome. nome repetido de qualquer lado nao
      * se resolve sozinho - vai para a lista da secretaria, que
      * vincula pela tela do 73/bu. vinculo ja gravado nao e mexido,
      * entao a conversao pode ser repetida sem desfazer a tela.
       PGM-1.
          sort sortcli
              on ascending key nome-csrt
              using cadcli1
              giving cliord.
          sort sortalu
              on ascending key nome-asrt
              using cadalu
              giving aluord.
          perform inicio.
          perform concilia until fim-alu-arq = "sim".
          perform fim.
          stop run.

       inicio.
          accept data-execucao from date.
          open input cliord aluord
           output relconvresp.
          open i-o respfin.
          if respfin-sts not equal "00"
               open output respfin
               close respfin
               open i-o respfin.
          open extend auditoria.
          if auditoria-sts not equal "00"
               open output auditoria.
          move "CONVERSAO DO RESPONSAVEL FINANCEIRO (NOME -> CODIGO)"
               to linha-rel.
          write linha-rel.
          read cliord at end move "sim" to fim-cli-arq.
          read aluord at end move "sim" to fim-alu-arq.

      * todo aluno do cadalu termina num dos quatro destinos:
      * vinculado agora, ja vinculado, ambiguo ou sem cliente.
       concilia.
          evaluate true
              when fim-cli-arq equal "sim"
                   perform aponta-sem-cliente
                   read aluord at end move "sim" to fim-alu-arq
                   end-read
              when nome-cord < nome-aord
                   read cliord at end move "sim" to fim-cli-arq
                   end-read
              when nome-cord > nome-aord
                   perform aponta-sem-cliente
                   read aluord at end move "sim" to fim-alu-arq
                   end-read
              when other
                   perform junta-grupo
                   perform resolve-grupo
          end-evaluate.

      * junta todos os clientes e todos os alunos do mesmo nome
       junta-grupo.
          move nome-aord to nome-grupo.
          move 0 to tot-cli-grupo.
          move 0 to tot-alu-grupo.
          perform junta-cliente
              until fim-cli-arq = "sim" or nome-cord not = nome-grupo.
          perform junta-aluno
              until fim-alu-arq = "sim" or nome-aord not = nome-grupo.

      * cliente fora da tabela sumiria da lista dos ambiguos e a
      * secretaria nao saberia que ele existe: a conversao para.
       junta-cliente.
          if tot-cli-grupo < 200
               add 1 to tot-cli-grupo
               move cod-cord to cod-grupo(tot-cli-grupo)
          else
               display "CONVERSAO: MAIS DE 200 CLIENTES COM O NOME "
                   nome-grupo " - AUMENTE A TABELA DE CLIENTES"
               move 8 to return-code
               stop run.
          read cliord at end move "sim" to fim-cli-arq.

       junta-aluno.
          add 1 to cont-lidos.
          if tot-alu-grupo < 20
               add 1 to tot-alu-grupo
               move num-aord to num-grupo(tot-alu-grupo)
          else
               add 1 to cont-ambiguos
               display "CONVERSAO: MAIS DE 20 ALUNOS COM O NOME "
                   nome-grupo " - ALUNO " num-aord " FORA DA LISTA".
          read aluord at end move "sim" to fim-alu-arq.

       resolve-grupo.
          if tot-cli-grupo = 1 and tot-alu-grupo = 1
               perform grava-vinculo
          else
               perform lista-ambiguo.

       grava-vinculo.
          move num-grupo(1) to num-resp.
          move cod-grupo(1) to cod-resp.
          move data-execucao to data-resp.
          move "CONVERSA" to oper-resp.
          write reg-respfin
               invalid key
                    add 1 to cont-ja-vinculados
               not invalid key
                    add 1 to cont-vinculados.

       lista-ambiguo.
          move spaces to linha-rel.
          string "AMBIGUO: " nome-grupo into linha-rel.
          write linha-rel.
          perform lista-alu-ambiguo varying idx-ag from 1 by 1
              until idx-ag > tot-alu-grupo.
          perform lista-cli-ambiguo varying idx-cg from 1 by 1
              until idx-cg > tot-cli-grupo.

       lista-alu-ambiguo.
          move num-grupo(idx-ag) to num-resp.
          read respfin
               invalid key
                    add 1 to cont-ambiguos
                    move spaces to linha-rel
                    string "   ALUNO   " num-grupo(idx-ag)
                        " A VINCULAR PELA TELA" into linha-rel
               not invalid key
                    add 1 to cont-ja-vinculados
                    move spaces to linha-rel
                    string "   ALUNO   " num-grupo(idx-ag)
                        " JA VINCULADO AO CLIENTE " cod-resp
                        into linha-rel.
          write linha-rel.

       lista-cli-ambiguo.
          move spaces to linha-rel.
          string "   CLIENTE " cod-grupo(idx-cg) into linha-rel.
          write linha-rel.

       aponta-sem-cliente.
          add 1 to cont-lidos.
          move num-aord to num-resp.
          read respfin
               invalid key
                    add 1 to cont-sem-cliente
                    move spaces to linha-rel
                    string "SEM CLIENTE DE MESMO NOME: ALUNO " num-aord
                        " " nome-aord into linha-rel
               not invalid key
                    add 1 to cont-ja-vinculados
                    move spaces to linha-rel.
          if linha-rel not equal spaces
               write linha-rel.

       fim.
          move cont-lidos to cont-edit.
          move spaces to linha-rel.
          string "ALUNOS LIDOS ............. " cont-edit
              into linha-rel.
          write linha-rel.
          move cont-vinculados to cont-edit.
          move spaces to linha-rel.
          string "VINCULADOS NESTA CORRIDA . " cont-edit
              into linha-rel.
          write linha-rel.
          move cont-ja-vinculados to cont-edit.
          move spaces to linha-rel.
          string "JA VINCULADOS ............ " cont-edit
              into linha-rel.
          write linha-rel.
          move cont-ambiguos to cont-edit.
          move spaces to linha-rel.
          string "AMBIGUOS A RESOLVER ...... " cont-edit
              into linha-rel.
          write linha-rel.
          move cont-sem-cliente to cont-edit.
          move spaces to linha-rel.
          string "SEM CLIENTE .............. " cont-edit
              into linha-rel.
          write linha-rel.
          move "74-RESPF" to prog-aud.
          move data-execucao to data-aud.
          move cont-lidos to lidos-aud.
          move cont-vinculados to grava-aud.
          compute rejeita-aud = cont-ja-vinculados + cont-ambiguos
              + cont-sem-cliente.
          move "LOTE" to oper-aud.
          write reg-auditoria.
          close cliord aluord relconvresp respfin auditoria.
          display "CONVERSAO: " cont-vinculados " VINCULADOS, "
              cont-ambiguos " AMBIGUOS, " cont-sem-cliente
              " SEM CLIENTE - VER RELCONVRESP.DAT".

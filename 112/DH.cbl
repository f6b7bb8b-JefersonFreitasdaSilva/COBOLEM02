       identification division.
       program-id. DH.
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
       select cadcont-velho assign to disk
       organization is indexed
       access mode is sequential
       record key is num-cont-v
       file status is cadcont-velho-sts.
       select cadcontvelho assign to disk
       organization is line sequential
       file status is cadcontvelho-sts.
       select cadcont assign to disk
       organization is indexed
       access mode is random
       record key is num-cont
       file status is cadcont-sts.

       data division.
       file section.
      * leitura do cadcont.dat no leiaute antigo, sem fone, e-mail
      * e consentimento no fim do registro.
       fd cadcont-velho
          label record is standard
          value of file-id is "cadcont.dat".
       01 reg-cont-velho.
           02 num-cont-v    pic 9(5).
           02 ender1-cont-v pic x(30).
           02 ender2-cont-v pic x(30).
           02 cidade-cont-v pic x(20).
           02 cep-cont-v    pic 9(8).
           02 resp-cont-v   pic x(30).

      * copia texto do arquivo antigo: guarda os contatos como
      * estavam e marca que a conversao ja rodou.
       fd cadcontvelho
          label record is standard
          value of file-id is "cadcontvelho.dat".
       01 reg-contvelho.
           02 num-cv    pic 9(5).
           02 ender1-cv pic x(30).
           02 ender2-cv pic x(30).
           02 cidade-cv pic x(20).
           02 cep-cv    pic 9(8).
           02 resp-cv   pic x(30).

       fd cadcont
          label record is standard
          value of file-id is "cadcont.dat".
          copy "cadcont.cpy".

       working-storage section.
       77 fim-arq pic x(3) value "nao".
       77 cadcont-velho-sts pic x(2).
       77 cadcontvelho-sts pic x(2).
       77 cadcont-sts pic x(2).
       77 cont-lidos pic 9(7) value 0.
       77 cont-gravados pic 9(7) value 0.

       procedure division.

      * conversao de virada, rodada uma unica vez quando o cadcont
      * ganhou fone, e-mail e consentimento: o registro indexado
      * cresceu e o arquivo antigo nao abre nos programas novos.
      * como o 44/ar fez com o cadnota, passa os contatos para uma
      * copia texto e regrava o cadcont.dat no leiaute novo, com
      * fone zerado, e-mail em branco e consentimento N - nenhum
      * aviso sai ate a secretaria colher o aceite no 39/am. o
      * cadcontvelho.dat fica como copia do antigo e o lote so
      * roda a conversao enquanto ele nao existe.
       PGM-1.
          perform inicio.
          perform copia-velho until fim-arq = "sim".
          close cadcont-velho cadcontvelho.
          perform regrava-cadcont.
          display "CONVERSAO: " cont-lidos " CONTATOS LIDOS, "
              cont-gravados " GRAVADOS NO LEIAUTE NOVO".
          stop run.

       inicio.
          open input cadcont-velho.
          if cadcont-velho-sts not equal "00"
               display "CONVERSAO: CADCONT.DAT NAO ABRE NO LEIAUTE "
                   "ANTIGO (STATUS " cadcont-velho-sts ") - "
                   "PROVAVELMENTE JA CONVERTIDO OU AUSENTE"
               close cadcont-velho
               open output cadcontvelho
               close cadcontvelho
               stop run.
          open output cadcontvelho.
          if cadcontvelho-sts not equal "00"
               display "CONVERSAO: CADCONTVELHO.DAT NAO ABRE - STATUS "
                   cadcontvelho-sts
               close cadcont-velho
               move 8 to return-code
               stop run.

       copia-velho.
          read cadcont-velho at end move "sim" to fim-arq.
          if fim-arq not equal "sim"
               move reg-cont-velho to reg-contvelho
               write reg-contvelho
               add 1 to cont-lidos.

      * campo a campo, como o copia-mensalidade do 65/bm: os
      * campos numericos novos nao podem ficar com espacos.
       regrava-cadcont.
          move "nao" to fim-arq.
          open input cadcontvelho.
          open output cadcont.
          if cadcont-sts not equal "00"
               display "CONVERSAO: CADCONT.DAT NAO ABRE PARA "
                   "GRAVACAO - STATUS " cadcont-sts " - OS CONTATOS "
                   "ESTAO EM CADCONTVELHO.DAT"
               move 8 to return-code
               stop run.
          perform copia-contato until fim-arq = "sim".
          close cadcontvelho cadcont.

       copia-contato.
          read cadcontvelho at end move "sim" to fim-arq.
          if fim-arq not equal "sim"
               move num-cv to num-cont
               move ender1-cv to ender1-cont
               move ender2-cv to ender2-cont
               move cidade-cv to cidade-cont
               move cep-cv to cep-cont
               move resp-cv to resp-cont
               move 0 to fone-cont
               move spaces to email-cont
               move "N" to consente-cont
               write reg-cont
                    invalid key
                         display "CONVERSAO: CONTATO " num-cv
                             " DUPLICADO - PRIMEIRO REGISTRO VALE"
                    not invalid key
                         add 1 to cont-gravados.

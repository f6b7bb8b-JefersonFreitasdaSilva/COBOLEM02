       select parmcent assign to disk
       organization is line sequential
       file status is parmcent-sts.
       select diario assign to nome-diario
       organization is line sequential
       file status is diario-sts.
       select diarioseq assign to disk
       organization is line sequential
       file status is diarioseq-sts.

       data division.
       file section.
          02 data-lock pic 9(6).
          02 hora-lock pic 9(6).

      * diario de recuperacao do dia, lido pelo 107/dc
       fd diario
          label record is standard.
          copy "diario.cpy".

       fd diarioseq
          label record is standard
          value of file-id is "diarioseq.dat".
          copy "diarioseq.cpy".

       working-storage section.
       77 diario-sts pic x(2).
       77 diarioseq-sts pic x(2).
       77 nome-diario pic x(40) value spaces.
       77 data-diario pic 9(8) value 0.
       77 seq-diario pic 9(6) value 0.
       77 arq-diario pic x(12) value spaces.
       77 acao-diario pic x(1) value " ".
       77 antes-diario pic x(200) value spaces.
       77 depois-diario pic x(200) value spaces.
       77 parmcent-sts pic x(2).
       77 tot-parmcent pic 9(3) value 0.
       77 data-hoje-parm pic 9(8) value 0.
                            add 1 to cont-rejeitados
                        not invalid key
                            add 1 to cont-acatados
                            move "CADALU" to arq-diario
                            move spaces to antes-diario
                            move "I" to acao-diario
                            move reg-alu to depois-diario
                            perform grava-diario
                            perform intake-contato
               else
                    add 1 to cont-rejeitados
               accept resp-cont
          else
               move spaces to resp-cont.
          display "FONE (DDD+NUMERO) .. " with no advancing.
          accept fone-cont.
          display "E-MAIL ............. " with no advancing.
          accept email-cont.
          display "ACEITA AVISOS (S/N)  " with no advancing.
          accept consente-cont.
          if consente-cont equal "s" move "S" to consente-cont.
          if consente-cont not equal "S" move "N" to consente-cont.
          move reg-cont to depois-diario.
          move spaces to antes-diario.
          move "I" to acao-diario.
          write reg-cont
               invalid key
                    perform substitui-contato.
          move "CADCONT" to arq-diario.
          perform grava-diario.

      * contato ja existente (aluno reaproveitado): o registro antigo
      * vai como imagem antes no diario.
       substitui-contato.
          move "A" to acao-diario.
          read cadcont
               invalid key continue
          end-read.
          move reg-cont to antes-diario.
          move depois-diario to reg-cont.
          rewrite reg-cont.

       valida-aluno.
          move "sim" to reg-valido.
                            add 1 to cont-rejeitados
                        not invalid key
                            add 1 to cont-acatados
                            move "CADCLI1" to arq-diario
                            move spaces to antes-diario
                            move "I" to acao-diario
                            move reg-cli1 to depois-diario
                            perform grava-diario
                    end-write
               else
                    add 1 to cont-rejeitados
          perform sonda-competencia.
          perform recua-e-sonda 24 times.

      * o item de abertura aaaa00 do fechamento anual (87/ci) fica
      * entre dezembro e janeiro e e divida como as outras.
       recua-e-sonda.
          perform recua-competencia.
          perform sonda-competencia.
          if mes-busca = 12
               perform sonda-abertura.

       sonda-abertura.
          compute compet-mens = (ano-busca + 1) * 100.
          move cod-verifica to cod-mens.
          read mensalidades
               invalid key
                    continue
               not invalid key
                    if situa-mens equal "P"
                         add valor-mens to saldo-aberto
                         add acres-mens to saldo-aberto.

       sonda-competencia.
          move compet-busca to compet-mens.
               move data-pc(idx-pc) to data-parm-achada
               move valor-pc(idx-pc) to valor-parm-achado
               move "sim" to achou-parm.

      * diario de recuperacao: cada registro mestre gravado sai com
      * o sequencial do dia e as imagens antes e depois, para o
      * 107/dc reaplicar o dia depois de uma restauracao (32/af).
       grava-diario.
          accept data-diario from date yyyymmdd.
          move 0 to seq-diario.
          open input diarioseq.
          if diarioseq-sts equal "00"
               read diarioseq
                   at end move 0 to data-seq-dia
               end-read
               if data-seq-dia equal data-diario
                    move ultimo-seq-dia to seq-diario.
          close diarioseq.
          add 1 to seq-diario.
          move spaces to nome-diario.
          string "diario-" delimited by size
              data-diario delimited by size
              ".dat" delimited by size
              into nome-diario.
          open extend diario.
          if diario-sts not equal "00"
               open output diario.
          move seq-diario to seq-dia.
          move data-diario to data-dia.
          accept hora-dia from time.
          move "11/K" to prog-dia.
          move oper-digitado to oper-dia.
          move arq-diario to arq-dia.
          move acao-diario to acao-dia.
          move antes-diario to antes-dia.
          move depois-diario to depois-dia.
          write reg-diario.
          close diario.
          open output diarioseq.
          move data-diario to data-seq-dia.
          move seq-diario to ultimo-seq-dia.
          write reg-diarioseq.
          close diarioseq.
          move spaces to antes-diario.
          move spaces to depois-diario.

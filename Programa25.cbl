      $set preprocess (htmlpp) endp
      $set sourceformat"free"

      *>============================================================================================
       identification division.
       program-id. PROGRAMA25.
      *>============================================================================================

      *>
      *>            --------------------------------------------------------
      *>                  Consulta de Holerites de Folhas Processadas
      *>            --------------------------------------------------------
      *>            Mostra o holerite como foi PAGO, lido do FOLHAMES.AAAAMM
      *>            gravado pelo PROGRAMA05 no diretório FOLHA_MES_DIR
      *>            (default C:\Folha), e não recalculado com o cadastro de
      *>            hoje como no botão Holerite do PROGRAMA01: reajuste ou
      *>            dependente incluído depois da folha não alteram o que se
      *>            vê aqui. Vale para as competências mensais e para as
      *>            folhas de 13º (AAAA13 = 1ª parcela, AAAA14 = 2ª).
      *>
      *>            As verbas saem nas mesmas linhas e na mesma ordem do
      *>            HOLERITE.AAAAMM impresso: salário base e família, 1/3 de
      *>            férias, horas extras, diferenças retroativas, faltas,
      *>            bruto, INSS, IRRF, pensão alimentícia, adiantamento,
      *>            empréstimo e líquido. Na 2ª parcela do 13º o adiantamento
      *>            da 1ª parcela não é gravado em FOLHAMES e sai como a
      *>            diferença entre o bruto, os descontos gravados e o
      *>            líquido.
      *>
      *>            Abaixo do holerite, o quadro dos doze meses que terminam
      *>            na competência consultada (na consulta de 13º, janeiro a
      *>            dezembro do ano), com bruto, descontos e líquido de cada
      *>            mês e as folhas de 13º do ano logo após dezembro.
      *>            Descontos = bruto - líquido, isto é, o que de fato saiu
      *>            do bruto. Mês sem FOLHAMES ou sem o funcionário aparece
      *>            como "sem folha".
      *>
      *>            Mesmo login do PROGRAMA01; todos os perfis consultam,
      *>            como o botão Holerite de lá. Cada holerite exibido gera
      *>            uma linha "ConsHoleri" no LOG.TXT com o operador, o
      *>            funcionário e a competência.
      *>

      *>============================================================================================
       environment division.
            special-names. decimal-point is comma.
      *>============================================================================================

            select arqfolhames01 assign to disk wid-arqfolhames01
                   organization is line sequential
                   access mode is sequential
                   file status is ws-resultado-acesso.

            select arqusuario01 assign to disk wid-arqusuario01
                   organization    is indexed
                   access mode     is dynamic
                   record key      is usu-chave
                   lock mode       is manual
                   file status     is ws-resultado-acesso-usuario.

            select arqsequencial01 assign to disk wid-arqsequencial01
                   organization is line sequential
                   access mode is sequential
                   file status is ws-resultado-acesso-log.

      *>============================================================================================
       data division.

       fd  arqfolhames01.

       01  reg-arq-folhames-01.
           03  fol-nu-competencia        pic 9(06).
           03  fol-cd-funcionario        pic 9(07).
           03  fol-no-funcionario        pic x(30).
           03  fol-vl-salario-base       pic 9(07)v99.
           03  fol-vl-salario-familia    pic 9(05)v99.
           03  fol-vl-salario-bruto      pic 9(07)v99.
           03  fol-vl-inss               pic 9(07)v99.
           03  fol-vl-irrf               pic 9(07)v99.
           03  fol-vl-salario-liquido    pic 9(07)v99.
           03  fol-tp-folha              pic x(01).
               88  folha-tipo-mensal     value "M".
               88  folha-tipo-decimo-1   value "1".
               88  folha-tipo-decimo-2   value "2".
           03  fol-vl-terco-ferias       pic 9(07)v99.
           03  fol-vl-horas-extras       pic 9(07)v99.
           03  fol-vl-faltas             pic 9(07)v99.
           03  fol-vl-adiantamento       pic 9(07)v99.
           03  fol-vl-emprestimo         pic 9(07)v99.
           03  fol-vl-fgts               pic 9(07)v99.
           03  fol-vl-inss-patronal      pic 9(07)v99.
           03  fol-vl-pensao             pic 9(07)v99.
           03  fol-vl-retroativo         pic 9(07)v99.
           03  fol-cd-centro-custo       pic 9(05).

       fd  arqusuario01.

       01  reg-arq-usuario-01.
           03  usu-chave.
               05  usu-cd-login          pic x(10).
           03  usu-no-usuario            pic x(30).
           03  usu-senha                 pic x(10).
           03  usu-perfil                pic x(01).

       fd  arqsequencial01.

       01  reg-arq-sequencial-01         pic x(200).

      *>============================================================================================
       working-storage section.
       78   versao                      value "a".

       01   ws-campos-de-trabalho.
            03 ws-resultado-acesso      pic x(2).
               88 ws-operacao-ok        value "00" "02".
            03 ws-resultado-acesso-log  pic x(2).
            03 ws-data-atual            pic 9(08).
            03 ws-hora-atual            pic 9(06).

       01   ws-controle-consulta.
            03 ws-nu-competencia             pic 9(06).
            03 ws-nu-competencia-r redefines ws-nu-competencia.
               05 ws-aa-competencia          pic 9(04).
               05 ws-mm-competencia          pic 9(02).
            03 ws-sw-holerite                pic x(01).
               88 holerite-encontrado        value "S".
               88 holerite-nao-encontrado    value "N".
            03 ws-sw-folhames                pic x(01).
               88 folhames-existe            value "S".
               88 folhames-inexistente       value "N".
            03 ws-vl-primeira-parcela        pic s9(07)v99.
            03 ws-vl-descontos               pic s9(07)v99.
      *>            Colunas acrescentadas ao FOLHAMES: em competências
      *>            gravadas antes delas vêm em branco e valem zero.
            03 ws-vl-retroativo-lido         pic 9(07)v99.
            03 ws-vl-pensao-lida             pic 9(07)v99.

      *>            Janela dos doze meses: competência inicial e contador
      *>            de meses percorridos.
       01   ws-controle-doze-meses.
            03 ws-nu-competencia-inicial     pic 9(06).
            03 ws-nu-competencia-mes         pic 9(06).
            03 ws-nu-competencia-mes-r redefines ws-nu-competencia-mes.
               05 ws-aa-competencia-mes      pic 9(04).
               05 ws-mm-competencia-mes      pic 9(02).
            03 ws-qt-meses-lidos             pic 9(02).
            03 ws-tt-vl-bruto                pic 9(09)v99.
            03 ws-tt-vl-descontos            pic 9(09)v99.
            03 ws-tt-vl-liquido              pic 9(09)v99.

       01   ws-holerite-editado.
            03 wh-vl-salario-base            pic z.zzz.zz9,99.
            03 wh-vl-salario-familia         pic z.zzz.zz9,99.
            03 wh-vl-terco-ferias            pic z.zzz.zz9,99.
            03 wh-vl-horas-extras            pic z.zzz.zz9,99.
            03 wh-vl-retroativo              pic z.zzz.zz9,99.
            03 wh-vl-faltas                  pic z.zzz.zz9,99.
            03 wh-salario-bruto              pic z.zzz.zz9,99.
            03 wh-valor-inss                 pic z.zzz.zz9,99.
            03 wh-valor-irrf                 pic z.zzz.zz9,99.
            03 wh-vl-pensao                  pic z.zzz.zz9,99.
            03 wh-vl-adiantamento            pic z.zzz.zz9,99.
            03 wh-vl-emprestimo              pic z.zzz.zz9,99.
            03 wh-vl-primeira-parcela        pic z.zzz.zz9,99.
            03 wh-salario-liquido            pic z.zzz.zz9,99.
            03 wh-ds-folha                   pic x(30).
            03 wh-vl-mes-bruto               pic zzz.zzz.zz9,99.
            03 wh-vl-mes-descontos           pic zzz.zzz.zz9,99.
            03 wh-vl-mes-liquido             pic zzz.zzz.zz9,99.
            03 wh-ds-mes                     pic x(12).

       01   ws-controle-operador.
            03 ws-resultado-acesso-usuario   pic x(2).
               88 ws-usuario-ok              value "00" "02".
               88 ws-usuario-inexistente     value "35".
            03 ws-sw-operador-autenticado    pic x(01) value "N".
               88 operador-autenticado       value "S".
               88 operador-nao-autenticado   value "N".
            03 ws-perfil-operador            pic x(01).
               88 operador-consulta          value "C".
               88 operador-digitacao         value "D".
               88 operador-supervisor        value "S".
            03 ws-op-login-seguro            pic x(10).
            03 ws-op-senha-seguro            pic x(10).
            03 ws-no-funcionario-seguro      pic x(30).

       01   ws-configuracao-arquivos.
            03 ws-caminho-diretorio-folha    pic x(80).
            03 ws-tam-diretorio-folha        pic 9(03).
            03 wid-arqfolhames01             pic x(150).
            03 ws-caminho-arqusuario01       pic x(100).
            03 wid-arqusuario01              pic x(100).
            03 ws-caminho-arqsequencial01    pic x(100).
            03 wid-arqsequencial01           pic x(100).

       01   cgi-input is external-form.
            03 f-campos-formulario.
               05 f-opcao                       pic 9(07) identified by "opcao".
               05 f-cd-funcionario              pic 9(07) identified by "cdFuncionario".
               05 f-nu-competencia              pic 9(06) identified by "nuCompetencia".
               05 f-op-login                    pic x(10) identified by "opLogin".
               05 f-op-senha                    pic x(10) identified by "opSenha".

      *>============================================================================================
       procedure division.

      *>============================================================================================
       0000-controle section.
       0000.
            perform 1000-inicializacao
            perform 2000-processamento
            perform 3000-finalizacao.
       0000-saida.
            exit program
            stop run.

      *>============================================================================================
       1000-inicializacao section.
       1000.
            move spaces                 to cgi-input
            initialize                  cgi-input
            accept cgi-input

            perform 1050-obtem-caminhos
            perform 1100-cabecalho-html-aux
            .

       1000-exit.
            exit.

      *>============================================================================================
       1050-obtem-caminhos section.
       1050.
            move spaces to ws-caminho-diretorio-folha
            accept ws-caminho-diretorio-folha from environment "FOLHA_MES_DIR"
            if   ws-caminho-diretorio-folha = spaces
                 move "C:\Folha" to ws-caminho-diretorio-folha
            end-if
            move zeros to ws-tam-diretorio-folha
            inspect ws-caminho-diretorio-folha
                    tallying ws-tam-diretorio-folha for trailing spaces
            compute ws-tam-diretorio-folha =
                    length of ws-caminho-diretorio-folha - ws-tam-diretorio-folha

            move spaces to ws-caminho-arqusuario01
            accept ws-caminho-arqusuario01 from environment "USUARIO_CAD_PATH"
            if   ws-caminho-arqusuario01 = spaces
                 move "C:\USUARIO.CAD"         to wid-arqusuario01
            else
                 move ws-caminho-arqusuario01  to wid-arqusuario01
            end-if

            move spaces to ws-caminho-arqsequencial01
            accept ws-caminho-arqsequencial01 from environment "LOG_TXT_PATH"
            if   ws-caminho-arqsequencial01 = spaces
                 move "C:\Treinamento\Treinamento02\LOG.TXT" to wid-arqsequencial01
            else
                 move ws-caminho-arqsequencial01 to wid-arqsequencial01
            end-if.
       1050-exit.
            exit.

      *>============================================================================================
       1100-cabecalho-html-aux section.
       1100.
            exec html
<html>
<!DOCTYPE HTML PUBLIC "-//W3C//DTD HTML 4.0 Transitional//EN">
<HEAD>
<meta http-equiv="Expires" content="Mon, 01 Jan 1996 12:12:00 GMT">
<meta http-equiv="Pragma" content="no-cache">
<META content="text/html; charset=windows-1252" http-equiv=Content-Type>
<HEAD> <TITLE>PROGRAMA 25</TITLE> </HEAD>
<script src="funcoes.js" language="JavaScript"></script>
<script src="funcoes.vbs" language="VbScript"></script>
<BODY leftMargin=0 topMargin=0 marginheight="0" marginwidth="0">
<FORM name=form1 method=post>
            end-exec.
       1100-exit.
            exit.

      *>============================================================================================
       2000-processamento section.
       2000.
            if   f-opcao = 0
                 perform 8300-tela-login
                 exit section
            end-if

            perform 2980-valida-operador
            if   operador-nao-autenticado
                 exec html
                    <script>
                        alert( 'Operador ou senha inválidos' );
                    </script>
                 end-exec
                 perform 8300-tela-login
                 exit section
            end-if

            evaluate f-opcao
                when 14
                    perform 8000-tela
                when 4
                    perform 2400-carrega
                when other
                    exec html
                       <script>
                           alert( 'Opção inválida' );
                       </script>
                    end-exec
                    perform 8000-tela
            end-evaluate.
       2000-exit.
            exit.

      *>============================================================================================
      *>            Holerite gravado da competência informada, seguido do
      *>            quadro dos doze meses.
      *>============================================================================================
       2400-carrega section.
       2400.
            move f-nu-competencia to ws-nu-competencia
            if   ws-mm-competencia is less than 1
            or   ws-mm-competencia is greater than 14
            or   ws-aa-competencia = zeros
                 exec html
                    <script>
                        alert( 'Competência inválida: informe AAAAMM (mês 01 a 12, 13 ou 14 para o 13º)' );
                    </script>
                 end-exec
                 perform 8000-tela
                 exit section
            end-if

            perform 2810-localiza-holerite
            if   folhames-inexistente
                 exec html
                    <script>
                        alert( 'Não há folha processada para a competência :f-nu-competencia' );
                    </script>
                 end-exec
                 perform 8000-tela
                 exit section
            end-if
            if   holerite-nao-encontrado
                 exec html
                    <script>
                        alert( 'Funcionário :f-cd-funcionario não consta da folha da competência :f-nu-competencia' );
                    </script>
                 end-exec
                 perform 8000-tela
                 exit section
            end-if

            perform 2420-edita-holerite
            perform 7100-grava-log-consulta
            perform 8200-tela-holerite
            perform 2500-doze-meses
            perform 8250-tela-holerite-rodape.
       2400-exit.
            exit.

      *>============================================================================================
       2420-edita-holerite section.
       2420.
            move fol-vl-salario-base    to wh-vl-salario-base
            move fol-vl-salario-familia to wh-vl-salario-familia
            move fol-vl-terco-ferias    to wh-vl-terco-ferias
            move fol-vl-horas-extras    to wh-vl-horas-extras
            move ws-vl-retroativo-lido  to wh-vl-retroativo
            move fol-vl-faltas          to wh-vl-faltas
            move fol-vl-salario-bruto   to wh-salario-bruto
            move fol-vl-inss            to wh-valor-inss
            move fol-vl-irrf            to wh-valor-irrf
            move ws-vl-pensao-lida      to wh-vl-pensao
            move fol-vl-adiantamento    to wh-vl-adiantamento
            move fol-vl-emprestimo      to wh-vl-emprestimo
            move fol-vl-salario-liquido to wh-salario-liquido

            move zeros to ws-vl-primeira-parcela
            evaluate true
                when folha-tipo-decimo-1
                     move "13 SALARIO - 1A PARCELA" to wh-ds-folha
                when folha-tipo-decimo-2
                     move "13 SALARIO - 2A PARCELA" to wh-ds-folha
                     compute ws-vl-primeira-parcela = fol-vl-salario-bruto
                                                    - fol-vl-inss
                                                    - fol-vl-irrf
                                                    - ws-vl-pensao-lida
                                                    - fol-vl-salario-liquido
                     if   ws-vl-primeira-parcela is less than zeros
                          move zeros to ws-vl-primeira-parcela
                     end-if
                when other
                     move "FOLHA MENSAL"            to wh-ds-folha
            end-evaluate
            move ws-vl-primeira-parcela to wh-vl-primeira-parcela

            move fol-no-funcionario to ws-no-funcionario-seguro
            inspect ws-no-funcionario-seguro replacing all "<" by space
                                                      all ">" by space
                                                      all '"' by space
                                                      all "'" by space
                                                      all "&" by space.
       2420-exit.
            exit.

      *>============================================================================================
      *>            Doze competências mensais até a consultada; a cada
      *>            dezembro entram também as folhas de 13º do ano, quando
      *>            existirem.
      *>============================================================================================
       2500-doze-meses section.
       2500.
            if   ws-mm-competencia is greater than 12
                 compute ws-nu-competencia-inicial = ws-aa-competencia * 100 + 1
            else
                 if   ws-mm-competencia = 12
                      compute ws-nu-competencia-inicial =
                              ws-aa-competencia * 100 + 1
                 else
                      compute ws-nu-competencia-inicial =
                              (ws-aa-competencia - 1) * 100
                            + ws-mm-competencia + 1
                 end-if
            end-if

            move zeros to ws-tt-vl-bruto ws-tt-vl-descontos ws-tt-vl-liquido
                          ws-qt-meses-lidos
            move ws-nu-competencia-inicial to ws-nu-competencia-mes
            perform 8260-tela-doze-meses-topo
            perform 2510-mes
               thru 2510-mes-exit
               until ws-qt-meses-lidos = 12
            perform 8280-tela-doze-meses-total.
       2500-exit.
            exit.

      *>============================================================================================
       2510-mes section.
       2510.
            move ws-nu-competencia-mes to ws-nu-competencia
            perform 2810-localiza-holerite
            perform 2520-linha-mes

            if   ws-mm-competencia-mes = 12
                 compute ws-nu-competencia = ws-nu-competencia-mes + 1
                 perform 2810-localiza-holerite
                 if   holerite-encontrado
                      perform 2520-linha-mes
                 end-if
                 compute ws-nu-competencia = ws-nu-competencia-mes + 2
                 perform 2810-localiza-holerite
                 if   holerite-encontrado
                      perform 2520-linha-mes
                 end-if
                 compute ws-nu-competencia-mes =
                         (ws-aa-competencia-mes + 1) * 100 + 1
            else
                 add  1 to ws-nu-competencia-mes
            end-if
            add  1 to ws-qt-meses-lidos.
       2510-mes-exit.
            exit.

      *>============================================================================================
       2520-linha-mes section.
       2520.
            evaluate ws-mm-competencia
                when 13    move "13º 1a parc." to wh-ds-mes
                when 14    move "13º 2a parc." to wh-ds-mes
                when other move "Mensal"       to wh-ds-mes
            end-evaluate
            if   holerite-nao-encontrado
                 exec html
                           <TR>
                              <TD>:ws-nu-competencia</TD>
                              <TD>:wh-ds-mes</TD>
                              <TD colspan=3>sem folha</TD>
                           </TR>
                 end-exec
                 exit section
            end-if

            compute ws-vl-descontos = fol-vl-salario-bruto
                                    - fol-vl-salario-liquido
            if   ws-vl-descontos is less than zeros
                 move zeros to ws-vl-descontos
            end-if
            add  fol-vl-salario-bruto   to ws-tt-vl-bruto
            add  ws-vl-descontos        to ws-tt-vl-descontos
            add  fol-vl-salario-liquido to ws-tt-vl-liquido
            move fol-vl-salario-bruto   to wh-vl-mes-bruto
            move ws-vl-descontos        to wh-vl-mes-descontos
            move fol-vl-salario-liquido to wh-vl-mes-liquido
            exec html
                           <TR class=linhaPesquisa onclick="SelecionarCompetencia(':ws-nu-competencia');">
                              <TD>:ws-nu-competencia</TD>
                              <TD>:wh-ds-mes</TD>
                              <TD>:wh-vl-mes-bruto</TD>
                              <TD>:wh-vl-mes-descontos</TD>
                              <TD>:wh-vl-mes-liquido</TD>
                           </TR>
            end-exec.
       2520-exit.
            exit.

      *>============================================================================================
      *>            Procura o funcionário no FOLHAMES de ws-nu-competencia.
      *>            O arquivo é sequencial na ordem de código em que o
      *>            PROGRAMA05 o gravou; a leitura para no código ou no
      *>            primeiro maior que ele.
      *>============================================================================================
       2810-localiza-holerite section.
       2810.
            set  holerite-nao-encontrado to true
            set  folhames-inexistente    to true
            move spaces to wid-arqfolhames01
            string ws-caminho-diretorio-folha
                       (1:ws-tam-diretorio-folha) delimited by size
                   "\FOLHAMES."                   delimited by size
                   ws-nu-competencia              delimited by size
                   into wid-arqfolhames01

            open input arqfolhames01
            if   not ws-operacao-ok
                 exit section
            end-if
            set  folhames-existe to true

            read arqfolhames01
            perform 2815-le-folhames
               thru 2815-le-folhames-exit
               until not ws-operacao-ok
               or    fol-cd-funcionario not less than f-cd-funcionario
            if   ws-operacao-ok
            and  fol-cd-funcionario = f-cd-funcionario
                 set  holerite-encontrado to true
                 if   fol-vl-retroativo is numeric
                      move fol-vl-retroativo to ws-vl-retroativo-lido
                 else
                      move zeros             to ws-vl-retroativo-lido
                 end-if
                 if   fol-vl-pensao is numeric
                      move fol-vl-pensao     to ws-vl-pensao-lida
                 else
                      move zeros             to ws-vl-pensao-lida
                 end-if
            end-if
            close arqfolhames01.
       2810-exit.
            exit.

      *>============================================================================================
       2815-le-folhames section.
       2815.
            read arqfolhames01.
       2815-le-folhames-exit.
            exit.

      *>============================================================================================
       2936-neutraliza-operador section.
       2936.
            move f-op-login to ws-op-login-seguro
            move f-op-senha to ws-op-senha-seguro
            inspect ws-op-login-seguro replacing all "<" by space
                                                 all ">" by space
                                                 all '"' by space
                                                 all "'" by space
                                                 all "&" by space
            inspect ws-op-senha-seguro replacing all "<" by space
                                                 all ">" by space
                                                 all '"' by space
                                                 all "'" by space
                                                 all "&" by space.
       2936-exit.
            exit.

      *>============================================================================================
       2975-abre-usuario section.
       2975.
            open i-o arqusuario01
            if   ws-usuario-inexistente
                 open output arqusuario01
                 initialize reg-arq-usuario-01
                 move "ADMIN"       to usu-cd-login
                 move "Supervisor"  to usu-no-usuario
                 move "ADMIN"       to usu-senha
                 move "S"           to usu-perfil
                 write reg-arq-usuario-01
                 close arqusuario01
                 open i-o arqusuario01
            end-if.
       2975-exit.
            exit.

      *>============================================================================================
       2980-valida-operador section.
       2980.
            set  operador-nao-autenticado to true
            move spaces to ws-perfil-operador
            if   f-op-login = spaces
                 exit section
            end-if
            perform 2975-abre-usuario
            if   not ws-usuario-ok
                 exit section
            end-if
            move f-op-login to usu-cd-login
            read arqusuario01
            if   ws-usuario-ok
            and  usu-senha = f-op-senha
            and  usu-senha not = spaces
                 set  operador-autenticado to true
                 move usu-perfil to ws-perfil-operador
            end-if.
       2980-exit.
            exit.

      *>============================================================================================
      *>            Uma linha no mesmo log sequencial do PROGRAMA01 para
      *>            cada holerite exibido.
      *>============================================================================================
       7100-grava-log-consulta section.
       7100.
            accept ws-data-atual from date yyyymmdd
            accept ws-hora-atual from time
            open extend arqsequencial01
            move spaces to reg-arq-sequencial-01
            string ws-data-atual ";"
                   ws-hora-atual ";"
                   "ConsHoleri" ";"
                   f-op-login delimited by "   " ";"
                   f-cd-funcionario ";"
                   f-nu-competencia ";" into reg-arq-sequencial-01
            write reg-arq-sequencial-01
            close arqsequencial01.
       7100-exit.
            exit.

      *>============================================================================================
       3000-finalizacao section.
       3000.
            close arqusuario01.
       3000-exit.
            exit.

      *>============================================================================================
       8300-tela-login section.
       8300.
            exec html
               <INPUT type=hidden name=opcao>
               <TABLE width=100%>
                  <TR>
                     <TD class=titulocampo><CENTER>IDENTIFICACAO DO OPERADOR</CENTER></TD>
                  </TR>
                  <TR>
                     <TD>
                        <TABLE rules=none width=100% border=1 cellspacing=1 cellpadding=0 bordercolor=White bordercolordark=White bordercolorlight=DimGray class=WindowScreen>
                           <TR>
                              <TD colspan=2>&nbsp;</TD>
                           <TR>
                              <TD class=titulocampo>Operador&nbsp;</TD>
                              <TD><INPUT class="campo" name=opLogin tabIndex=1 size=10 maxlength=10></TD>
                           <TR>
                              <TD class=titulocampo>Senha&nbsp;</TD>
                              <TD><INPUT class="campo" type=password name=opSenha tabIndex=2 size=10 maxlength=10></TD>
                           <TR>
                              <TD colspan=2>&nbsp;</TD>
                        </TABLE>
                     </TD>
                  </TR>
                  <TR>
                     <TD>
                        <BUTTON name=BotEntrar AccessKEY="E" tabIndex=3 onClick="Entrar();"><LABEL><U>E</U>ntrar</LABEL></BUTTON>
                     </TD>
                  </TR>
               </TABLE>
            end-exec

            exec html
               <SCRIPT>
                   function Entrar(){
                       document.all.opcao.value = 14;
                       document.form1.submit();
                   }
               </SCRIPT>
            end-exec.
       8300-exit.
            exit.

      *>============================================================================================
       8000-tela section.
       8000.
            perform 2936-neutraliza-operador
            exec html
               <INPUT type=hidden name=opcao>
               <INPUT type=hidden name=opLogin value=":ws-op-login-seguro">
               <INPUT type=hidden name=opSenha value=":ws-op-senha-seguro">
               <TABLE width=100%>
                  <TR>
                     <TD class=titulocampo><CENTER>CONSULTA DE HOLERITES PROCESSADOS</CENTER></TD>
                  <TR>
                     <TD>
                        <TABLE rules=none width=100% border=1 cellspacing=1 cellpadding=0 bordercolor=White bordercolordark=White bordercolorlight=DimGray class=WindowScreen>
                           <TR>
                              <TD colspan=2>&nbsp;</TD>
                           <TR>
                              <TD class=titulocampo>Código do Funcionário&nbsp;</TD>
                              <TD><INPUT class="campo" name=cdFuncionario value=":f-cd-funcionario" tabIndex=1 size=07 maxlength=7 onKeyPress="return SomenteNumeros();"></TD>
                           <TR>
                              <TD class=titulocampo>Competência (AAAAMM; 13/14 = 13º)&nbsp;</TD>
                              <TD><INPUT class="campo" name=nuCompetencia value=":f-nu-competencia" tabIndex=2 size=06 maxlength=6 onKeyPress="return SomenteNumeros();"></TD>
                           <TR>
                              <TD colspan=2>&nbsp;</TD>
                        </TABLE>
                     </TD>
                  </TR>
                  <TR>
                     <TD>
                        <BUTTON name=BotCarregar AccessKEY="C" tabIndex=3 onClick="Carregar();"><LABEL><U>C</U>onsultar</LABEL></BUTTON>
                     </TD>
                  </TR>
               </TABLE>
            end-exec

            exec html
               <SCRIPT>
                   function Carregar(){
                       document.all.opcao.value = 4;
                       document.form1.submit();
                   }
               </SCRIPT>
            end-exec.
       8000-exit.
            exit.

      *>============================================================================================
      *>            Verbas na ordem do HOLERITE.AAAAMM do PROGRAMA05; linhas
      *>            de valor zero são omitidas como lá.
      *>============================================================================================
       8200-tela-holerite section.
       8200.
            perform 2936-neutraliza-operador
            exec html
               <INPUT type=hidden name=opcao>
               <INPUT type=hidden name=cdFuncionario value=":f-cd-funcionario">
               <INPUT type=hidden name=nuCompetencia value=":f-nu-competencia">
               <INPUT type=hidden name=opLogin value=":ws-op-login-seguro">
               <INPUT type=hidden name=opSenha value=":ws-op-senha-seguro">
               <TABLE width=100% class=holerite>
                  <TR>
                     <TD class=titulocampo><CENTER>HOLERITE / DEMONSTRATIVO DE PAGAMENTO - COMPETENCIA :f-nu-competencia</CENTER></TD>
                  </TR>
                  <TR>
                     <TD>
                        <TABLE rules=all width=100% border=1 cellspacing=0 cellpadding=2 class=WindowScreen>
                           <TR>
                              <TD class=titulocampo>Código&nbsp;</TD>
                              <TD>:fol-cd-funcionario</TD>
                              <TD class=titulocampo>Nome&nbsp;</TD>
                              <TD>:ws-no-funcionario-seguro</TD>
                           </TR>
                           <TR>
                              <TD colspan=3>:wh-ds-folha</TD>
                              <TD>&nbsp;</TD>
                           </TR>
                           <TR class=titulocampo>
                              <TD colspan=3>Descrição</TD>
                              <TD>Valor</TD>
                           </TR>
            end-exec

            if   folha-tipo-decimo-1 or folha-tipo-decimo-2
                 perform 8220-tela-verbas-decimo
            else
                 perform 8210-tela-verbas-mensal
            end-if

            exec html
                           <TR>
                              <TD colspan=3><B>Salário Líquido</B></TD>
                              <TD><B>:wh-salario-liquido</B></TD>
                           </TR>
                        </TABLE>
                     </TD>
                  </TR>
            end-exec.
       8200-exit.
            exit.

      *>============================================================================================
       8210-tela-verbas-mensal section.
       8210.
            exec html
                           <TR>
                              <TD colspan=3>Salário Base</TD>
                              <TD>:wh-vl-salario-base</TD>
                           </TR>
                           <TR>
                              <TD colspan=3>Salário Família</TD>
                              <TD>:wh-vl-salario-familia</TD>
                           </TR>
            end-exec
            if   fol-vl-terco-ferias not = zeros
                 exec html
                           <TR>
                              <TD colspan=3>Adicional 1/3 Férias</TD>
                              <TD>:wh-vl-terco-ferias</TD>
                           </TR>
                 end-exec
            end-if
            if   fol-vl-horas-extras not = zeros
                 exec html
                           <TR>
                              <TD colspan=3>Horas Extras</TD>
                              <TD>:wh-vl-horas-extras</TD>
                           </TR>
                 end-exec
            end-if
            if   ws-vl-retroativo-lido not = zeros
                 exec html
                           <TR>
                              <TD colspan=3>Diferenças Retroativas</TD>
                              <TD>:wh-vl-retroativo</TD>
                           </TR>
                 end-exec
            end-if
            if   fol-vl-faltas not = zeros
                 exec html
                           <TR>
                              <TD colspan=3>(-) Faltas</TD>
                              <TD>:wh-vl-faltas</TD>
                           </TR>
                 end-exec
            end-if
            exec html
                           <TR>
                              <TD colspan=3><B>Salário Bruto</B></TD>
                              <TD><B>:wh-salario-bruto</B></TD>
                           </TR>
                           <TR>
                              <TD colspan=3>(-) INSS</TD>
                              <TD>:wh-valor-inss</TD>
                           </TR>
                           <TR>
                              <TD colspan=3>(-) IRRF</TD>
                              <TD>:wh-valor-irrf</TD>
                           </TR>
            end-exec
            if   ws-vl-pensao-lida not = zeros
                 exec html
                           <TR>
                              <TD colspan=3>(-) Pensão Alimentícia</TD>
                              <TD>:wh-vl-pensao</TD>
                           </TR>
                 end-exec
            end-if
            if   fol-vl-adiantamento not = zeros
                 exec html
                           <TR>
                              <TD colspan=3>(-) Adiantamento</TD>
                              <TD>:wh-vl-adiantamento</TD>
                           </TR>
                 end-exec
            end-if
            if   fol-vl-emprestimo not = zeros
                 exec html
                           <TR>
                              <TD colspan=3>(-) Empréstimo</TD>
                              <TD>:wh-vl-emprestimo</TD>
                           </TR>
                 end-exec
            end-if.
       8210-exit.
            exit.

      *>============================================================================================
       8220-tela-verbas-decimo section.
       8220.
            if   folha-tipo-decimo-1
                 exec html
                           <TR>
                              <TD colspan=3><B>Parcela 1 (metade do 13º proporcional)</B></TD>
                              <TD><B>:wh-salario-bruto</B></TD>
                           </TR>
                 end-exec
            else
                 exec html
                           <TR>
                              <TD colspan=3><B>13º Salário Proporcional</B></TD>
                              <TD><B>:wh-salario-bruto</B></TD>
                           </TR>
                           <TR>
                              <TD colspan=3>(-) INSS</TD>
                              <TD>:wh-valor-inss</TD>
                           </TR>
                           <TR>
                              <TD colspan=3>(-) IRRF</TD>
                              <TD>:wh-valor-irrf</TD>
                           </TR>
                           <TR>
                              <TD colspan=3>(-) Adiant. 1a Parcela</TD>
                              <TD>:wh-vl-primeira-parcela</TD>
                           </TR>
                 end-exec
            end-if
            if   ws-vl-pensao-lida not = zeros
                 exec html
                           <TR>
                              <TD colspan=3>(-) Pensão Alimentícia</TD>
                              <TD>:wh-vl-pensao</TD>
                           </TR>
                 end-exec
            end-if.
       8220-exit.
            exit.

      *>============================================================================================
       8250-tela-holerite-rodape section.
       8250.
            exec html
                  <TR>
                     <TD>
                        <BUTTON name=BotImprimir onClick="ImprimirHolerite();">Imprimir / Salvar PDF</BUTTON>
                        <BUTTON name=BotVoltarHolerite onClick="VoltarHolerite();">Voltar</BUTTON>
                     </TD>
                  </TR>
               </TABLE>
            end-exec

            exec html
               <SCRIPT>
                   function ImprimirHolerite(){
                       window.print();
                   }
                   function VoltarHolerite(){
                       document.all.opcao.value = 14;
                       document.form1.submit();
                   }
                   function SelecionarCompetencia(competencia){
                       document.all.nuCompetencia.value = competencia;
                       document.all.opcao.value = 4;
                       document.form1.submit();
                   }
               </SCRIPT>
            end-exec.
       8250-exit.
            exit.

      *>============================================================================================
       8260-tela-doze-meses-topo section.
       8260.
            exec html
                  <TR>
                     <TD class=titulocampo>Últimos doze meses</TD>
                  </TR>
                  <TR>
                     <TD>
                        <TABLE rules=all width=100% border=1 cellspacing=0 cellpadding=2 class=WindowScreen>
                           <TR class=titulocampo>
                              <TD>Competência</TD>
                              <TD>Folha</TD>
                              <TD>Bruto</TD>
                              <TD>Descontos</TD>
                              <TD>Líquido</TD>
                           </TR>
            end-exec.
       8260-exit.
            exit.

      *>============================================================================================
       8280-tela-doze-meses-total section.
       8280.
            move ws-tt-vl-bruto     to wh-vl-mes-bruto
            move ws-tt-vl-descontos to wh-vl-mes-descontos
            move ws-tt-vl-liquido   to wh-vl-mes-liquido
            exec html
                           <TR class=titulocampo>
                              <TD colspan=2>Total</TD>
                              <TD>:wh-vl-mes-bruto</TD>
                              <TD>:wh-vl-mes-descontos</TD>
                              <TD>:wh-vl-mes-liquido</TD>
                           </TR>
                        </TABLE>
                     </TD>
                  </TR>
            end-exec.
       8280-exit.
            exit.

      *>

           move aud-ant-valor-anterior   to aud-valor-anterior
           move aud-ant-valor-novo       to aud-valor-novo
           move aud-ant-operador         to aud-operador
           move spaces                   to aud-origem
      *>  same codigo/data/hora happens whenever one alteration
      *>  touched several fields - the seq byte keeps them apart.
           move zeros                    to aud-seq

               88  sp-reject-overdraft      value "OVRD".
               88  sp-reject-validation     value "VALD".
               88  sp-reject-database       value "SQLE".
               88  sp-reject-rv-not-found   value "RVNF".
               88  sp-reject-rv-duplicate   value "RVDP".
               88  sp-reject-rv-not-balance value "RVNB".
               88  sp-reject-held-funds     value "HELD".
               88  sp-reject-closure        value "CLSB".
               88  sp-reject-branch         value "BRCH".
               88  sp-reject-approval       value "APPR".

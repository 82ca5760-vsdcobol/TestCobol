           05  sp-rc-config-invalid        pic s9(9) comp-5 value 109.
           05  sp-rc-overdraft-limit       pic s9(9) comp-5 value 110.
           05  sp-rc-balance-proof-failed  pic s9(9) comp-5 value 111.
           05  sp-rc-customer-not-found    pic s9(9) comp-5 value 112.
           05  sp-rc-holder-conflict       pic s9(9) comp-5 value 113.
           05  sp-rc-duplicate-customer    pic s9(9) comp-5 value 114.
           05  sp-rc-funds-held            pic s9(9) comp-5 value 115.
           05  sp-rc-closure-blocked       pic s9(9) comp-5 value 116.
           05  sp-rc-branch-invalid        pic s9(9) comp-5 value 117.
           05  sp-rc-duplicate-branch      pic s9(9) comp-5 value 118.
           05  sp-rc-approval-pending      pic s9(9) comp-5 value 119.
           05  sp-rc-approval-same-user    pic s9(9) comp-5 value 120.
           05  sp-rc-approval-expired      pic s9(9) comp-5 value 121.
           05  sp-rc-unexpected-error      pic s9(9) comp-5 value 199.

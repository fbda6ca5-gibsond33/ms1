  05  system-highest-pricing 				pic x.
  05  system-max-login-attempts     pic 9(02).
  05  system-pass-expiry-days       pic 9(03).
  05  system-fifo-pricing           pic x.

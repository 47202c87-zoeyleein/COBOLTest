                     88 CM-ACTIVE            VALUE " ".
                     88 CM-INACTIVE          VALUE "I".
                     88 CM-MERGED            VALUE "M".
              05 CM-CORP-ACCOUNT-ID      PIC 9(8).

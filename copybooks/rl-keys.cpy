        01 rl-key-six   pic 9(3) value 054.
        01 rl-key-seven pic 9(3) value 055.
        01 rl-key-eight pic 9(3) value 056.
        01 rl-key-nine  pic 9(3) value 057.
        01 rl-key-u     pic 9(3) value 085.
        01 rl-key-r     pic 9(3) value 082.
        01 rl-key-o     pic 9(3) value 079.
        01 rl-key-m     pic 9(3) value 077.
        01 rl-key-n     pic 9(3) value 078.
        01 rl-key-tab   pic 9(3) value 258.
        01 rl-key-enter pic 9(3) value 257.
        01 rl-key-backspace pic 9(3) value 259.
        01 rl-key-i     pic 9(3) value 073.
